      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-09-02  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  AN INCREMENTAL CYCLE'S DELETE ROWS        *
      *                      (BAQPROV STATUS X) NOW CLOSE THE          *
      *                      PROVIDER'S OPEN PROVMAST ROWS OF THE FILE *
      *                      TYPE - EACH ROW WITH NO TERM DATE, OR A   *
      *                      LATER ONE, TAKES THE DELETE ROW'S TERM    *
      *                      DATE (ITS LOAD DATE WHEN IT CARRIES NONE) *
      *                      AND THE CYCLE'S LOAD STAMP.  A DELETE FOR *
      *                      A PROVIDER PROVMAST DOES NOT HOLD IS      *
      *                      LISTED AND COUNTED BUT CHANGES NOTHING.   *
      *  2026-10-15  BAQLDS  A DELETE NO LONGER CLOSES A PROVMAST ROW  *
      *                      WHOSE EFFECTIVE DATE IS AFTER THE         *
      *                      DELETE'S TERM DATE - IT WOULD HAVE ENDED  *
      *                      BEFORE IT BEGAN.  SUCH A LATER ROW IS     *
      *                      LEFT OPEN AND COUNTED.                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL210.
               88  WS-VSAM-EOF                           VALUE 'Y'.
           05  WS-MAP-FOUND-SW                PIC X(01) VALUE 'N'.
               88  WS-MAP-FOUND                           VALUE 'Y'.
           05  WS-MAST-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-MAST-EOF                           VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
       01  WS-COUNTERS.
           05  WS-APPLIED-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TERMED-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-DELETE-ROW-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-DELETE-MISS-CNT             PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-DELETE-HIT-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-FUTURE-SKIP-CNT             PIC S9(9) USAGE COMP-5
                                               VALUE 0.

       01  WS-RUN-IDENTIFICATION.
           05  WS-FILE-ID                     PIC X(08) VALUE SPACES.
           05  WS-DATE-SLOT REDEFINES WS-DATE-SLOT-X
                                              PIC 9(08).

      *----------------------------------------------------------------*
      *  The incremental delete row being applied - the provider it    *
      *  removes and the date its open PROVMAST rows close on.         *
      *----------------------------------------------------------------*
       01  WS-DELETE-WORK.
           05  WS-DELETE-ID                   PIC X(80) VALUE SPACES.
           05  WS-DELETE-TERM-DATE            PIC 9(08) VALUE 0.
           05  WS-DELETE-LOAD-TS              PIC X(26) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                    PIC S9(4) USAGE COMP.
      *  record of the requested file type stamped with the completed  *
      *  load's date (chunk runs of one load carry differing times     *
      *  but one date - the same cycle test BAQL600 and BAQL700 use).  *
      *  An incremental cycle's delete rows (status X) close the       *
      *  provider's open rows instead.                                 *
      *----------------------------------------------------------------*
       3000-APPLY-CYCLE.
           OPEN INPUT VSAM-FILE.
           DISPLAY 'BAQL210 - ' WS-APPLIED-CNT ' RECORDS APPLIED '
                   'TO PROVMAST FOR ' WS-FILE-TYPE ' CYCLE '
                   WS-LOAD-TS(1:8).
           IF WS-DELETE-ROW-CNT > 0
              DISPLAY 'BAQL210 - ' WS-DELETE-ROW-CNT ' DELETE ROWS '
                      'TERMINATED ' WS-TERMED-CNT ' PROVMAST ROWS, '
                      WS-DELETE-MISS-CNT ' FOUND NO OPEN ROW'
           END-IF.
           IF WS-FUTURE-SKIP-CNT > 0
              DISPLAY 'BAQL210 - ' WS-FUTURE-SKIP-CNT ' PROVMAST ROWS '
                      'EFFECTIVE AFTER THE DELETE TERM DATE LEFT OPEN'
           END-IF.
           CLOSE VSAM-FILE.
           CLOSE MASTER-FILE.
       3000-EXIT.
           IF IO-VSAM-FILE-TYPE NOT = WS-FILE-TYPE
              GO TO 3100-EXIT
           END-IF.
           IF NOT IO-VSAM-STATUS-GOOD
              AND NOT IO-VSAM-STATUS-DELETED
              GO TO 3100-EXIT
           END-IF.
           IF IO-VSAM-LOAD-TS(1:8) NOT = WS-LOAD-TS(1:8)
              GO TO 3100-EXIT
           END-IF.
           IF IO-VSAM-STATUS-DELETED
              PERFORM 3300-TERMINATE-PROVIDER THRU 3300-EXIT
              GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-BUILD-MASTER-ROW THRU 3200-EXIT.
           REWRITE IO-MAST-RECORD
               INVALID KEY
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-TERMINATE-PROVIDER  -  an incremental delete row.  Every *
      *  PROVMAST row of this file type for the provider that is still *
      *  open on the delete's term date is closed on it: the TERM DATE *
      *  slot if the row carries a numeric one, otherwise the load     *
      *  date.  Rows already closed earlier keep their own term date,  *
      *  and a row effective after the term date - a later re-entry    *
      *  the delete predates - is left as it stands.                   *
      *----------------------------------------------------------------*
       3300-TERMINATE-PROVIDER.
           ADD 1 TO WS-DELETE-ROW-CNT.
           MOVE IO-VSAM-TEXT-AA TO WS-RECORD-TEXT(1).
           MOVE IO-VSAM-TEXT-BB TO WS-RECORD-TEXT(2).
           MOVE IO-VSAM-TEXT-CC TO WS-RECORD-TEXT(3).
           MOVE IO-VSAM-TEXT-DD TO WS-RECORD-TEXT(4).
           MOVE IO-VSAM-TEXT-EE TO WS-RECORD-TEXT(5).
           MOVE IO-VSAM-TEXT-FF TO WS-RECORD-TEXT(6).
           MOVE IO-VSAM-TEXT-GG TO WS-RECORD-TEXT(7).
           MOVE WS-RECORD-TEXT(WS-KEY-SLOT-NBR) TO WS-DELETE-ID.
           MOVE IO-VSAM-LOAD-TS TO WS-DELETE-LOAD-TS.

           MOVE SPACES TO WS-DATE-SLOT-X.
           IF WS-TERM-SLOT-NBR > 0
              MOVE WS-RECORD-TEXT(WS-TERM-SLOT-NBR) (1:8)
                TO WS-DATE-SLOT-X
           END-IF.
           IF NOT WS-DATE-SLOT-X NUMERIC
              MOVE IO-VSAM-LOAD-TS(1:8) TO WS-DATE-SLOT-X
           END-IF.
           IF WS-DATE-SLOT-X NUMERIC
              MOVE WS-DATE-SLOT TO WS-DELETE-TERM-DATE
           ELSE
              MOVE 0 TO WS-DELETE-TERM-DATE
           END-IF.

           MOVE 0 TO WS-DELETE-HIT-CNT.
           SET WS-MAST-EOF-SW TO 'N'.
           MOVE WS-DELETE-ID TO IO-MAST-PROVIDER-ID.
           MOVE 0            TO IO-MAST-EFF-DATE.
           START MASTER-FILE KEY >= IO-MAST-KEY
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           PERFORM 3310-CLOSE-ONE-ROW THRU 3310-EXIT
               UNTIL WS-MAST-EOF.

           IF WS-DELETE-HIT-CNT = 0
              ADD 1 TO WS-DELETE-MISS-CNT
              DISPLAY 'BAQL210 - DELETE FOR ' WS-DELETE-ID(1:40)
                      ' FOUND NO OPEN ' WS-FILE-TYPE
                      ' ROW ON PROVMAST'
           END-IF.
       3300-EXIT.
           EXIT.

       3310-CLOSE-ONE-ROW.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MAST-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF WS-PROVMAST-STATUS NOT = '00'
              DISPLAY 'BAQL210 - READ ERROR ON MASTER-FILE, '
                      'STATUS=' WS-PROVMAST-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-MAST-EOF TO TRUE
              SET WS-VSAM-EOF TO TRUE
              GO TO 3310-EXIT
           END-IF.
           IF IO-MAST-PROVIDER-ID NOT = WS-DELETE-ID
              SET WS-MAST-EOF TO TRUE
              GO TO 3310-EXIT
           END-IF.
           IF IO-MAST-FILE-TYPE NOT = WS-FILE-TYPE
              GO TO 3310-EXIT
           END-IF.
           IF IO-MAST-TERM-DATE NOT = 0
              AND IO-MAST-TERM-DATE <= WS-DELETE-TERM-DATE
              GO TO 3310-EXIT
           END-IF.
           IF IO-MAST-EFF-DATE > WS-DELETE-TERM-DATE
              ADD 1 TO WS-FUTURE-SKIP-CNT
              GO TO 3310-EXIT
           END-IF.
           MOVE WS-DELETE-TERM-DATE TO IO-MAST-TERM-DATE.
           MOVE WS-DELETE-LOAD-TS   TO IO-MAST-LOAD-TS.
           REWRITE IO-MAST-RECORD
               INVALID KEY
                   DISPLAY 'BAQL210 - UNABLE TO REWRITE '
                           'PROVMAST KEY=' IO-MAST-KEY(1:40)
                   MOVE 16 TO RETURN-CODE
                   SET WS-MAST-EOF TO TRUE
                   SET WS-VSAM-EOF TO TRUE
                   GO TO 3310-EXIT
           END-REWRITE.
           ADD 1 TO WS-DELETE-HIT-CNT.
           ADD 1 TO WS-TERMED-CNT.
       3310-EXIT.
           EXIT.

       9999-TERMINATE.
           GOBACK.
       9999-EXIT.
