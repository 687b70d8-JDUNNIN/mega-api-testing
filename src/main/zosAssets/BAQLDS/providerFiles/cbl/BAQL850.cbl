      *                      SPURIOUS RC 8 OR QUIETLY DISABLE THE      *
      *                      ANOMALY CHECK; THE DEFAULTS (10 CYCLES,   *
      *                      CHECK DISABLED) NOW APPLY INSTEAD.        *
      *  2026-10-15  BAQLDS  SKIP CHECKPOINT RESET/DELETE (R/D),       *
      *                      RELEASE (L), HOLD APPROVAL/REJECTION      *
      *                      (A/J) AND CYCLE BACKOUT (B) LOG ROWS -    *
      *                      ONLY LOADER RUNS ARE LOAD CHUNKS.         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL850.
              GO TO 3100-EXIT
           END-IF.
           IF IO-AUDIT-RECORDS-OK = 'R' OR IO-AUDIT-RECORDS-OK = 'D'
              OR IO-AUDIT-RECORDS-OK = 'L' OR IO-AUDIT-RECORDS-OK = 'A'
              OR IO-AUDIT-RECORDS-OK = 'J' OR IO-AUDIT-RECORDS-OK = 'B'
              GO TO 3100-EXIT
           END-IF.
           MOVE IO-AUDIT-FILE-ID     TO WS-LOOKUP-FILE-ID.
