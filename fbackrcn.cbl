      *  condition stamps RECONFL on the audit trail, the same flag
      *  FIZZBUZZ raises when its own totals fail to tie, so FBSTAT
      *  and FBOPSRPT surface it the next morning instead of the
      *  routing desk's help desk days later.  An entry FBRESEND has
      *  sent again keeps its resend stamp and ages from the resend.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  AK-CONTROL-CARD.
           05  AK-AGE-LIMIT                PIC 9(3).
       FD  NEW-OUTSTANDING-FILE.
       01  NEW-OUTSTANDING-RECORD          PIC X(49).
       FD  ACK-REPORT-FILE.
       01  AK-REPORT-LINE                  PIC X(80).
       FD  RUN-DATE-FILE.
               10  WS-OUT-RECORD-COUNT         PIC 9(9).
               10  WS-OUT-HASH-TOTAL           PIC 9(13).
               10  WS-OUT-SENT-DATE            PIC X(8).
               10  WS-OUT-RESEND-DATE          PIC X(8).
               10  WS-OUT-RESEND-COUNT         PIC 9(3).
               10  WS-OUT-ACKED-SWITCH         PIC X(1).
       01  WS-OUT-SUB                  PIC 9(3).
       01  WS-OUT-FOUND-SUB            PIC 9(3).
       01  WS-TODAY-INTEGER            PIC 9(9).
       01  WS-SENT-INTEGER             PIC 9(9).
       01  WS-SENT-DATE-NUM            PIC 9(8).
       01  WS-AGE-FROM-DATE            PIC X(8).
       01  WS-DAYS-OUTSTANDING         PIC S9(4).
       01  WS-REPORT-HEADER-LINE.
           05  FILLER                      PIC X(34)
                           (WS-OUT-USED-COUNT)
                       MOVE OE-SENT-DATE TO WS-OUT-SENT-DATE
                           (WS-OUT-USED-COUNT)
                       MOVE OE-RESEND-DATE TO WS-OUT-RESEND-DATE
                           (WS-OUT-USED-COUNT)
                       IF OE-RESEND-COUNT IS NUMERIC
                           MOVE OE-RESEND-COUNT TO WS-OUT-RESEND-COUNT
                               (WS-OUT-USED-COUNT)
                       ELSE
                           MOVE ZERO TO WS-OUT-RESEND-COUNT
                               (WS-OUT-USED-COUNT)
                       END-IF
                       MOVE "N" TO WS-OUT-ACKED-SWITCH
                           (WS-OUT-USED-COUNT)
                   ELSE
                   (WS-OUT-FOUND-SUB)
               MOVE WS-BUSINESS-DATE TO WS-OUT-SENT-DATE
                   (WS-OUT-FOUND-SUB)
               MOVE SPACES TO WS-OUT-RESEND-DATE(WS-OUT-FOUND-SUB)
               MOVE ZERO TO WS-OUT-RESEND-COUNT(WS-OUT-FOUND-SUB)
               MOVE "N" TO WS-OUT-ACKED-SWITCH(WS-OUT-FOUND-SUB)
           END-IF.

                   TO OE-HASH-TOTAL
               MOVE WS-OUT-SENT-DATE(WS-OUT-SUB)
                   TO OE-SENT-DATE
               MOVE WS-OUT-RESEND-DATE(WS-OUT-SUB)
                   TO OE-RESEND-DATE
               MOVE WS-OUT-RESEND-COUNT(WS-OUT-SUB)
                   TO OE-RESEND-COUNT
               WRITE NEW-OUTSTANDING-RECORD
                   FROM OUTSTANDING-EXTRACT-RECORD
               ADD 1 TO WS-OUTSTANDING-COUNT
               PERFORM 5200-AGE-ONE-OUTSTANDING
           END-IF.

      *  An entry FBRESEND has sent again ages from the resend, so
      *  the routing desk gets the full age limit to load it.
       5200-AGE-ONE-OUTSTANDING.
           MOVE ZERO TO WS-DAYS-OUTSTANDING.
           MOVE OE-SENT-DATE TO WS-AGE-FROM-DATE.
           IF OE-RESEND-DATE IS NUMERIC
               MOVE OE-RESEND-DATE TO WS-AGE-FROM-DATE
           END-IF.
           IF WS-AGE-FROM-DATE IS NUMERIC
               MOVE WS-AGE-FROM-DATE TO WS-SENT-DATE-NUM
               COMPUTE WS-SENT-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-NUM)
               IF WS-SENT-INTEGER > ZERO
               END-IF
           END-IF.
           MOVE OE-BUSINESS-DATE TO WS-AGE-DTL-DATE.
           MOVE WS-AGE-FROM-DATE TO WS-AGE-DTL-SENT-DATE.
           MOVE WS-DAYS-OUTSTANDING TO WS-AGE-DTL-DAYS.
           WRITE AK-REPORT-LINE FROM WS-AGING-DETAIL-LINE.
           IF WS-DAYS-OUTSTANDING > WS-AGE-LIMIT
