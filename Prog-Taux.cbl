
      *****************************************************
      * Looks up the conversion rate to EUR in effect on a
      * given date: reads the currency's rates in RATE-FILE
      * in effective-date order from a START on the
      * currency and keeps the most recent one not after
      * the posting date. CALLed
      * by every program that converts an entered amount,
      * so a keyed rate change never needs a recompile and
      * a posting converted last March stays explainable.

           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               MOVE LK-DEVISE TO RATE-CCY
               MOVE ZEROS TO RATE-DATE-EFFET
               START RATE-FILE KEY IS NOT LESS THAN RATE-CLE
                   INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF
                   READ RATE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF RATE-CCY NOT = LK-DEVISE
                               OR RATE-DATE-EFFET > LK-DATE
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               MOVE RATE-DATE-EFFET
                                   TO WS-MEILLEURE-DATE
                               MOVE RATE-VALEUR TO LK-TAUX
