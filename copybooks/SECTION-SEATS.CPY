      *****************************************************************
      * SECTION-SEATS record layout - the seats in each class
      * section (SECTSEAT.DAT, one row per section, kept by hand
      * like EXAMROOM.DAT). ADMISSION-OFFER-RUN takes a section's
      * seats less its active students and outstanding offers as
      * the places it may offer.
      *****************************************************************
       01  SECTION-SEATS-RECORD.
           05 SS-CLASS-SECTION    PIC X(4).
           05 SS-SEATS            PIC 9(3).
