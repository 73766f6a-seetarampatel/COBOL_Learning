      *          rewrite-all, for the bursar's fee schedule
      *          (FEESCHED.DAT): the charges FEE-BILLING-RUN raises
      *          per term and class section. A blank section means
      *          the charge applies to every section. Each charge
      *          carries its refund rule for a student who leaves
      *          mid-term (pro rata, or non-refundable).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 SE-SECTION      PIC X(4).
               10 SE-DESC         PIC X(15).
               10 SE-AMOUNT       PIC 9(5)V9(2).
               10 SE-REFUND-RULE  PIC X(1).
       01  SE-IDX                 PIC 9(3).

           COPY "INPUT-VALIDATE-FIELDS.CPY".
                       TO SE-SECTION (WS-SCHED-COUNT)
                   MOVE FS-CHARGE-DESC TO SE-DESC (WS-SCHED-COUNT)
                   MOVE FS-AMOUNT TO SE-AMOUNT (WS-SCHED-COUNT)
                   MOVE FS-REFUND-RULE
                       TO SE-REFUND-RULE (WS-SCHED-COUNT)
               END-IF
           END-IF.

           END-PERFORM.
           COMPUTE SE-AMOUNT (WS-SCHED-COUNT) =
               FUNCTION NUMVAL-C(WS-IV-INPUT).
           MOVE SPACE TO SE-REFUND-RULE (WS-SCHED-COUNT).
           PERFORM 310-ACCEPT-REFUND-RULE
               UNTIL SE-REFUND-RULE (WS-SCHED-COUNT) = "P" OR "N".
           DISPLAY "CHARGE FILED".

       310-ACCEPT-REFUND-RULE.
           DISPLAY "REFUND ON LEAVING MID-TERM (P=PRO RATA, "
               "N=NON-REFUNDABLE)".
           ACCEPT SE-REFUND-RULE (WS-SCHED-COUNT).
           MOVE FUNCTION UPPER-CASE(SE-REFUND-RULE (WS-SCHED-COUNT))
               TO SE-REFUND-RULE (WS-SCHED-COUNT).

       400-LIST-TERM.
           DISPLAY "TERM CODE TO LIST".
           ACCEPT FS-TERM-CODE.
               IF SE-TERM-CODE (SE-IDX) = FS-TERM-CODE
                   DISPLAY SE-SECTION (SE-IDX) " "
                       SE-DESC (SE-IDX) " " SE-AMOUNT (SE-IDX)
                       " REFUND " SE-REFUND-RULE (SE-IDX)
               END-IF
           END-PERFORM.

               MOVE SE-SECTION (SE-IDX) TO FS-CLASS-SECTION
               MOVE SE-DESC (SE-IDX) TO FS-CHARGE-DESC
               MOVE SE-AMOUNT (SE-IDX) TO FS-AMOUNT
               MOVE SE-REFUND-RULE (SE-IDX) TO FS-REFUND-RULE
               WRITE FEE-SCHEDULE-RECORD
           END-PERFORM.
           CLOSE FEE-SCHEDULE-FILE.
