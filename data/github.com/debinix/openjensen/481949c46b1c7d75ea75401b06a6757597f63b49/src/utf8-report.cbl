       01  wn-line-errors           PIC 9(06)  VALUE ZERO.
       01  wc-line-invalid-kz       PIC X(01)  VALUE 'N'.
           88  LINE-IS-INVALID                 VALUE 'Y'.
       01  wn-restart-tags          PIC 9(02)  VALUE ZERO.

       *> indexes and report scratch
       01  wn-d                     PIC 9(02)  VALUE ZERO.
               GO TO B0100-TALLY-LINE-EXIT
           END-IF

           *> a restarted queue's summary repeats a run whose files
           *> were already tallied from their own lines - only the
           *> files the restart itself converted count again
           MOVE ZERO TO wn-restart-tags
           INSPECT wc-line TALLYING wn-restart-tags
               FOR ALL 'restart=Y'
           IF wn-restart-tags > ZERO
               GO TO B0100-TALLY-LINE-EXIT
           END-IF

           PERFORM B0110-FIND-DAY-SLOT
           IF wn-this-day = ZERO
               ADD 1 TO wn-day-overflow
