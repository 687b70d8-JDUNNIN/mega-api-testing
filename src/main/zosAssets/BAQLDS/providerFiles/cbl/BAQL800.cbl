      *  2026-08-23  BAQLDS  STOP EVERY TALLY LOOP WITH RC 16 ON A     *
      *                      NON-EOF READ ERROR INSTEAD OF LOOPING     *
      *                      ON THE FAILED READ.                       *
      *  2026-10-15  BAQLDS  ALSO IGNORE RELEASE (L), HOLD APPROVAL/   *
      *                      REJECTION (A/J) AND CYCLE BACKOUT (B)     *
      *                      LOG ROWS WHEN TALLYING RUNS.              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL800.
              SET WS-SEQ-EOF TO TRUE
              GO TO 2100-EXIT
           END-IF.
      *    Checkpoint reset/delete actions logged by BAQL450, releases
      *    (BAQL500, BAQL940), hold approvals and rejections (BAQL470)
      *    and cycle backouts (BAQL970) are not loader runs.
           IF IO-AUDIT-RECORDS-OK = 'R' OR IO-AUDIT-RECORDS-OK = 'D'
              OR IO-AUDIT-RECORDS-OK = 'L' OR IO-AUDIT-RECORDS-OK = 'A'
              OR IO-AUDIT-RECORDS-OK = 'J' OR IO-AUDIT-RECORDS-OK = 'B'
              GO TO 2100-EXIT
           END-IF.
           MOVE IO-AUDIT-FILE-ID TO WS-LOOKUP-FILE-ID.
