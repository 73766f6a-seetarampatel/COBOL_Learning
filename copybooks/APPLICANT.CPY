      *****************************************************************
      * APPLICANT record layout - one row per application for a
      * place (APPLICNT.DAT, keyed by the number ADMISSIONS-DESK
      * gives it off APPLNO.DAT). The child, the guardian who will
      * go on GUARDIAN.DAT, the class applied for (the number part
      * of a section - 5 for 5A and 5B), the term they would start,
      * and the three entrance-test papers marked out of 100.
      * ADMISSION-OFFER-RUN ranks the tested applicants of a class
      * on AP-TEST-AVERAGE against the seats left and writes the
      * offer; ADMISSIONS-DESK takes the family's answer, and an
      * accepted offer becomes a STUDENTMSTR.DAT row whose id is
      * kept in AP-STUDENT-ID.
      *
      * AP-STATUS: A = applied, T = tested, O = offered (letter
      * sent on AP-OFFER-DATE, answer due by AP-REPLY-BY),
      * E = accepted and enrolled, D = offer declined, L = offer
      * lapsed unanswered, W = application withdrawn.
      *****************************************************************
       01  APPLICANT-RECORD.
           05 AP-APPLICANT-NO     PIC 9(6).
           05 AP-APPLICANT-NAME   PIC X(20).
           05 AP-BIRTH-DATE       PIC X(8).
           05 AP-GENDER           PIC X(1).
           05 AP-GUARDIAN-NAME    PIC X(25).
           05 AP-GUARDIAN-PHONE   PIC 9(10).
           05 AP-GUARDIAN-ADDRESS PIC X(50).
           05 AP-CLASS-APPLIED    PIC 9(2).
           05 AP-ENTRY-TERM       PIC X(5).
           05 AP-APPLIED-DATE     PIC X(8).
           05 AP-TEST-MARK OCCURS 3 TIMES PIC 9(3).
           05 AP-TEST-AVERAGE     PIC 9(3).
           05 AP-STATUS           PIC X(1).
           05 AP-OFFER-SECTION    PIC X(4).
           05 AP-OFFER-DATE       PIC X(8).
           05 AP-REPLY-BY         PIC X(8).
           05 AP-ANSWER-DATE      PIC X(8).
           05 AP-STUDENT-ID       PIC X(8).
