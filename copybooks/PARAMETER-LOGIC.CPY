      *****************************************************************
      * GET-PARAMETER-VALUE - shared parameter lookup, same COPY-
      * into-PROCEDURE-DIVISION convention as PERIOD-CHECK-LOGIC.CPY.
      * Opens the caller's PARAMETER-FILE, starts at the first row
      * for WS-PM-NAME and reads forward through its effective dates,
      * keeping the last one not after WS-PM-AS-OF, then closes the
      * file again - one PERFORM per setting. A missing file means
      * nothing has been set yet: every program runs on its default.
      *****************************************************************
       GET-PARAMETER-VALUE.
           MOVE SPACES TO WS-PM-VALUE.
           MOVE "N" TO WS-PM-FOUND.
           IF WS-PM-AS-OF = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PM-AS-OF
           END-IF.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PM-NAME TO SP-NAME.
           MOVE LOW-VALUES TO SP-EFFECTIVE-DATE.
           MOVE "N" TO WS-PM-EOF.
           START PARAMETER-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PM-EOF
           END-START.
           PERFORM UNTIL WS-PM-EOF = "Y"
               READ PARAMETER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PM-EOF
                   NOT AT END
                       IF SP-NAME NOT = WS-PM-NAME
                          OR SP-EFFECTIVE-DATE > WS-PM-AS-OF
                           MOVE "Y" TO WS-PM-EOF
                       ELSE
                           MOVE SP-VALUE TO WS-PM-VALUE
                           MOVE "Y" TO WS-PM-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMETER-FILE.

      *****************************************************************
      * RECORD-PARAMETER-USED - appends "NAME=VALUE" for the setting
      * just resolved to WS-PM-USED, which the caller MOVEs to
      * RL-PARAMETERS in its run-log row so the morning after shows
      * what rules each run applied. A list too long for the field
      * is cut short rather than failing the run.
      *****************************************************************
       RECORD-PARAMETER-USED.
           STRING FUNCTION TRIM(WS-PM-NAME) DELIMITED BY SIZE
                  "=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PM-VALUE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               INTO WS-PM-USED
               WITH POINTER WS-PM-USED-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.
