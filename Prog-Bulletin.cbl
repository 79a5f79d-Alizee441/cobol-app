      * Everything comes from the NUITSTAT records the
      * night's steps wrote (slips read/posted/rejected,
      * limit overruns, reconciliation anomalies, forecast
      * breach date, suspicious postings), plus the last
      * GPCKPT checkpoint position and PARM-SEUIL-ALERTE.
      * The verdict line
      * matches the night's return codes:
      *
      *   FAILED   - the edit or the lot left no record for
      *              today: the posting did not finish;
      *   WARNINGS - rejects, overruns, ignored slips,
      *              reconciliation anomalies, a forecast
      *              breach or suspicious postings;
      *   OK       - none of the above.
      *
      * RC 8 on FAILED, RC 4 on WARNINGS, so the bulletin
      * drops the always-zero high-order digit so the page
      * shows a clean date.
       77 WS-PRE-ALERTE     PIC 9(8) VALUE ZEROS.
       77 WS-ANO-VU         PIC X VALUE 'N'.
       77 WS-ANO-NOMBRE     PIC 9(9) VALUE ZEROS.
       77 WS-ANO-EXAMINEES  PIC 9(9) VALUE ZEROS.
       77 WS-VERDICT        PIC X(8) VALUE 'OK'.

       PROCEDURE DIVISION.
           ELSE
               DISPLAY "PREVISION   : NON EXECUTEE"
           END-IF.
           IF WS-ANO-VU = 'Y'
               DISPLAY "ANOMALIES   : " WS-ANO-NOMBRE
                   " SUR " WS-ANO-EXAMINEES " ECRITURES"
           ELSE
               DISPLAY "ANOMALIES   : NON EXECUTE"
           END-IF.
           DISPLAY "DERNIER CHECKPOINT GPCKPT : " WS-DERNIER-CKPT.
           DISPLAY "================================================".
           DISPLAY "VERDICT : " WS-VERDICT.
               WHEN 'CALCBPRE'
                   MOVE 'Y' TO WS-PRE-VU
                   MOVE NUIT-C1 TO WS-PRE-ALERTE
               WHEN 'CALCBANO'
                   MOVE 'Y' TO WS-ANO-VU
                   MOVE NUIT-C1 TO WS-ANO-NOMBRE
                   MOVE NUIT-C2 TO WS-ANO-EXAMINEES
               WHEN OTHER CONTINUE
           END-EVALUATE.

           IF WS-EDT-REJETS > ZERO OR WS-EDT-AVERTIS > ZERO
               OR WS-LOT-DEPASSES > ZERO OR WS-LOT-IGNORES > ZERO
               OR WS-REC-ANOMALIES > ZERO OR WS-PRE-ALERTE > ZERO
               OR WS-ANO-NOMBRE > ZERO
               MOVE 'WARNINGS' TO WS-VERDICT
           END-IF.
           IF WS-EDT-VU NOT = 'Y' OR WS-LOT-VU NOT = 'Y'
