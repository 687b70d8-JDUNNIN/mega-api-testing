      *                      REPORT WITH RC 0; IT NOW REFUSES WITH     *
      *                      RC 8 AND A CONSOLE MESSAGE NAMING THE     *
      *                      MISSING CYCLE.                            *
      *  2026-10-15  BAQLDS  INCREMENTAL LOADS: AN INCOMING FILE WHOSE *
      *                      HEADER SAYS INCR (OR, IN CYCLE MODE, A TO *
      *                      CYCLE PROVBTCH REGISTERS AS INCREMENTAL)  *
      *                      TERMS NO PROVIDER FOR BEING ABSENT - ITS  *
      *                      D ROWS REPORT TERMED, ITS OTHER ROWS      *
      *                      ADDED OR CHANGED, AND A D ROW FOR A       *
      *                      PROVIDER BAQPROV DOES NOT HOLD IS NOTED.  *
      *                      WHEN THE PRIOR PICTURE'S LATEST LOAD WAS  *
      *                      INCREMENTAL, THAT PICTURE REACHES BACK TO *
      *                      THE LAST FULL LOAD, SO A FULL FILE TERMS  *
      *                      EVERY PROVIDER LOADED SINCE THEN THAT IT  *
      *                      OMITS; A PROVIDER ALREADY DELETED IS NOT  *
      *                      COMPARED.  PROMOTE NOTE: THE BAQL600 STEP *
      *                      NEEDS A PROVBTCH DD.                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL600.
                  RECORD KEY IS IO-VSAM-KEY
                  FILE STATUS IS WS-BAQPROV-STATUS.

           SELECT BATCH-FILE      ASSIGN TO PROVBTCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-BATCH-KEY
                  FILE STATUS IS WS-PROVBTCH-STATUS.

           SELECT DELTA-FILE      ASSIGN TO PROVDLTA
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVDLTA-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY IO-VSAM.

      *----------------------------------------------------------------*
      *  Loaded-batch registry - read for the load mode of the cycles  *
      *  being compared.                                               *
      *----------------------------------------------------------------*
       FD  BATCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-BATCH.

      *----------------------------------------------------------------*
      *  Delta report - a run header line, then one line per add,      *
      *  per changed field, and per termination.                       *
           05  WS-PROVIN-STATUS               PIC X(02) VALUE '00'.
           05  WS-BAQPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVDLTA-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVBTCH-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SW                      PIC X(01) VALUE 'N'.
               88  WS-RECORD-HELD                         VALUE 'Y'.
           05  WS-CYCLE-MODE-SW               PIC X(01) VALUE 'N'.
               88  WS-CYCLE-MODE                          VALUE 'Y'.
           05  WS-INCOMING-INCR-SW            PIC X(01) VALUE 'N'.
               88  WS-INCOMING-INCREMENTAL                VALUE 'Y'.
           05  WS-PRIOR-INCR-SW               PIC X(01) VALUE 'N'.
               88  WS-PRIOR-INCREMENTAL                   VALUE 'Y'.
           05  WS-INC-DELETE-SW               PIC X(01) VALUE 'N'.
               88  WS-INC-DELETE-SEEN                     VALUE 'Y'.
           05  WS-BTCH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-BTCH-EOF                            VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
           05  WS-FROM-DATE                   PIC X(08) VALUE SPACES.
           05  WS-TO-DATE                     PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      *  When the latest load registered up to the prior picture was   *
      *  incremental, that picture is every provider loaded since the  *
      *  last full load, not just the latest cycle: WS-TERM-FROM-DATE  *
      *  is the oldest load date still part of it (spaces - no full    *
      *  load registered - means every retained cycle).  Otherwise it  *
      *  is simply the prior picture's own date.                       *
      *----------------------------------------------------------------*
       01  WS-MODE-DATES.
           05  WS-TERM-FROM-DATE              PIC X(08) VALUE SPACES.
           05  WS-LAST-FULL-DATE              PIC X(08) VALUE SPACES.
           05  WS-LAST-INCR-DATE              PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      *  How many BAQPROV records each requested cycle actually holds  *
      *  - a mistyped date, or a cycle BAQL700 retention has already   *
       01  WS-HELD-RECORD.
           05  WS-HELD-KEY-ID                 PIC X(80) VALUE SPACES.
           05  WS-HELD-LOAD-TS                PIC X(26) VALUE SPACES.
           05  WS-HELD-STATUS                 PIC X(01) VALUE SPACE.
               88  WS-HELD-IS-DELETE                      VALUE 'X'.
           05  WS-HELD-TEXT                   PIC X(80) OCCURS 7 TIMES.

       01  WS-RUN-IDENTIFICATION.
              IF RETURN-CODE NOT = 0
                 PERFORM 9999-TERMINATE THRU 9999-EXIT
              END-IF
           END-IF.
           PERFORM 2500-FIND-LATEST-CYCLE THRU 2500-EXIT.
           PERFORM 2550-READ-LOAD-MODES   THRU 2550-EXIT.
           IF WS-CYCLE-MODE
              PERFORM 2050-LOAD-CYCLE-ROWS THRU 2050-EXIT
           ELSE
              PERFORM 2000-LOAD-INCOMING  THRU 2000-EXIT
           END-IF.
           PERFORM 2200-BUILD-INC-INDEX   THRU 2200-EXIT.
           PERFORM 3000-COMPARE-BAQPROV   THRU 3000-EXIT.
           PERFORM 4000-REPORT-ADDS       THRU 4000-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.
           INITIALIZE IO-STRUCT.
           MOVE 0 TO IO-RECORD-CNT.
           MOVE SPACES TO WS-MATCHED-FLAGS.
           MOVE 'N' TO WS-INCOMING-INCR-SW.
           MOVE 'N' TO WS-PRIOR-INCR-SW.

           IF NOT WS-CYCLE-MODE
              OPEN INPUT PROVIDER-FILE
      *----------------------------------------------------------------*
      *  2000-LOAD-INCOMING  -  stage the incoming file's detail rows  *
      *  into the IO-RECORD table; header and trailer rows are not     *
      *  part of the comparison, though an INCR header marks the file  *
      *  incremental and each detail row's action code is kept.        *
      *----------------------------------------------------------------*
       2000-LOAD-INCOMING.
           PERFORM 2100-READ-SOURCE-RECORD THRU 2100-EXIT
               AT END
                   SET WS-SOURCE-EOF TO TRUE
               NOT AT END
                   IF PF-IS-HEADER AND PF-TEXT(1) (1:4) = 'INCR'
                      SET WS-INCOMING-INCREMENTAL TO TRUE
                   END-IF
                   IF NOT PF-IS-HEADER AND NOT PF-IS-TRAILER
                      IF IO-RECORD-CNT < IO-MAX-RECORDS
                         ADD 1 TO IO-RECORD-CNT
                         IF WS-INCOMING-INCREMENTAL
                            MOVE PF-REC-TYPE
                              TO IO-RECORD-ACTION(IO-RECORD-CNT)
                         ELSE
                            MOVE SPACE
                              TO IO-RECORD-ACTION(IO-RECORD-CNT)
                         END-IF
                         MOVE PF-TEXT(1)
                           TO IO-TEXT-AA(IO-RECORD-CNT)
                         MOVE PF-TEXT(2)
      *  2050-LOAD-CYCLE-ROWS  -  cycle mode's stand-in for the        *
      *  incoming file: stage every GOOD BAQPROV record of the file    *
      *  type stamped with the TO cycle's load date, so the rest of    *
      *  the compare works exactly as it does against PROVIN.  An      *
      *  incremental TO cycle's delete rows (status X) are staged      *
      *  too, as delete actions.                                       *
      *----------------------------------------------------------------*
       2050-LOAD-CYCLE-ROWS.
           SET WS-VSAM-EOF-SW TO 'N'.
           IF IO-VSAM-FILE-TYPE NOT = WS-FILE-TYPE
              GO TO 2060-EXIT
           END-IF.
           IF NOT IO-VSAM-STATUS-GOOD
              AND NOT (IO-VSAM-STATUS-DELETED
                       AND WS-INCOMING-INCREMENTAL)
              GO TO 2060-EXIT
           END-IF.
           IF IO-VSAM-LOAD-TS(1:8) NOT = WS-TO-DATE
              GO TO 2060-EXIT
           END-IF.
           ADD 1 TO IO-RECORD-CNT.
           IF IO-VSAM-STATUS-DELETED
              SET IO-RECORD-ACTION-DELETE(IO-RECORD-CNT) TO TRUE
           ELSE
              MOVE SPACE TO IO-RECORD-ACTION(IO-RECORD-CNT)
           END-IF.
           MOVE IO-VSAM-TEXT-AA TO IO-TEXT-AA(IO-RECORD-CNT).
           MOVE IO-VSAM-TEXT-BB TO IO-TEXT-BB(IO-RECORD-CNT).
           MOVE IO-VSAM-TEXT-CC TO IO-TEXT-CC(IO-RECORD-CNT).
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2550-READ-LOAD-MODES  -  browse the file-id's PROVBTCH        *
      *  registrations for the load modes this compare depends on: in  *
      *  cycle mode, whether the TO cycle was incremental; in either   *
      *  mode, whether the latest load up to the prior picture's date  *
      *  (WS-MAX-LOAD-DATE) was, and if so the last full load ahead of *
      *  it, which sets WS-TERM-FROM-DATE.  No registry yet simply     *
      *  means every load was full.                                    *
      *----------------------------------------------------------------*
       2550-READ-LOAD-MODES.
           MOVE WS-MAX-LOAD-DATE TO WS-TERM-FROM-DATE.
           MOVE SPACES TO WS-LAST-FULL-DATE.
           MOVE SPACES TO WS-LAST-INCR-DATE.
           OPEN INPUT BATCH-FILE.
           IF WS-PROVBTCH-STATUS = '35'
              GO TO 2550-EXIT
           END-IF.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL600 - UNABLE TO OPEN BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 9999-TERMINATE THRU 9999-EXIT
           END-IF.
           SET WS-BTCH-EOF-SW TO 'N'.
           MOVE WS-FILE-ID TO IO-BATCH-FILE-ID.
           MOVE LOW-VALUES TO IO-BATCH-DATE.
           START BATCH-FILE KEY >= IO-BATCH-KEY
               INVALID KEY
                   SET WS-BTCH-EOF TO TRUE
           END-START.
           PERFORM 2560-NOTE-ONE-BATCH THRU 2560-EXIT
               UNTIL WS-BTCH-EOF.
           CLOSE BATCH-FILE.

           IF WS-LAST-INCR-DATE NOT = SPACES
              AND WS-LAST-INCR-DATE > WS-LAST-FULL-DATE
              SET WS-PRIOR-INCREMENTAL TO TRUE
              MOVE WS-LAST-FULL-DATE TO WS-TERM-FROM-DATE
              MOVE SPACES            TO DELTA-LINE
              MOVE 'NOTE'            TO DLT-ACTION
              MOVE 'PRIOR PICTURE RUNS BACK TO THE LAST FULL LOAD'
                                     TO DLT-PROVIDER-ID
              MOVE WS-LAST-FULL-DATE TO DLT-OLD-VALUE
              MOVE WS-LAST-INCR-DATE TO DLT-NEW-VALUE
              WRITE DELTA-LINE
           END-IF.
       2550-EXIT.
           EXIT.

       2560-NOTE-ONE-BATCH.
           READ BATCH-FILE NEXT RECORD
               AT END
                   SET WS-BTCH-EOF TO TRUE
                   GO TO 2560-EXIT
           END-READ.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL600 - READ ERROR ON BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-BTCH-EOF TO TRUE
              GO TO 2560-EXIT
           END-IF.
           IF IO-BATCH-FILE-ID NOT = WS-FILE-ID
              SET WS-BTCH-EOF TO TRUE
              GO TO 2560-EXIT
           END-IF.
           IF WS-CYCLE-MODE
              AND IO-BATCH-LOAD-TS(1:8) = WS-TO-DATE
              AND IO-BATCH-INCREMENTAL-LOAD
              SET WS-INCOMING-INCREMENTAL TO TRUE
           END-IF.
           IF IO-BATCH-LOAD-TS(1:8) > WS-MAX-LOAD-DATE
              GO TO 2560-EXIT
           END-IF.
           IF IO-BATCH-INCREMENTAL-LOAD
              IF IO-BATCH-LOAD-TS(1:8) > WS-LAST-INCR-DATE
                 MOVE IO-BATCH-LOAD-TS(1:8) TO WS-LAST-INCR-DATE
              END-IF
           ELSE
              IF IO-BATCH-LOAD-TS(1:8) > WS-LAST-FULL-DATE
                 MOVE IO-BATCH-LOAD-TS(1:8) TO WS-LAST-FULL-DATE
              END-IF
           END-IF.
       2560-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-COMPARE-BAQPROV  -  browse the staging file; each        *
      *  provider identifier of the requested file type is matched to  *
      *  the incoming rows on its newest-stamped record.  Matched      *
      *  providers are compared slot by slot; unmatched ones whose     *
      *  newest record belongs to the most recent cycle were present   *
      *  last load and are gone now - the terminations.  An            *
      *  incremental file carries only the providers that changed, so  *
      *  against one nobody is termed for being absent.                *
      *----------------------------------------------------------------*
       3000-COMPARE-BAQPROV.
           IF WS-INCOMING-INCREMENTAL
              MOVE SPACES            TO DELTA-LINE
              MOVE 'NOTE'            TO DLT-ACTION
              MOVE 'INCREMENTAL FILE - ABSENT PROVIDERS NOT TERMED'
                                     TO DLT-PROVIDER-ID
              WRITE DELTA-LINE
           END-IF.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-VSAM-KEY.
           START VSAM-FILE KEY >= IO-VSAM-KEY
           IF IO-VSAM-FILE-TYPE NOT = WS-FILE-TYPE
              GO TO 3100-EXIT
           END-IF.
      *    In cycle mode the prior picture is the FROM cycle - or,
      *    when it was incremental, every cycle back to the last full
      *    load - and nothing after it.
           IF WS-CYCLE-MODE
              AND (IO-VSAM-LOAD-TS(1:8) > WS-FROM-DATE
                   OR IO-VSAM-LOAD-TS(1:8) < WS-TERM-FROM-DATE)
              GO TO 3100-EXIT
           END-IF.
           IF NOT WS-RECORD-HELD
              OR IO-VSAM-LOAD-TS > WS-HELD-LOAD-TS
              MOVE IO-VSAM-KEY-ID  TO WS-HELD-KEY-ID
              MOVE IO-VSAM-LOAD-TS TO WS-HELD-LOAD-TS
              MOVE IO-VSAM-RECORD-STATUS TO WS-HELD-STATUS
              MOVE IO-VSAM-TEXT-AA TO WS-HELD-TEXT(1)
              MOVE IO-VSAM-TEXT-BB TO WS-HELD-TEXT(2)
              MOVE IO-VSAM-TEXT-CC TO WS-HELD-TEXT(3)

      *----------------------------------------------------------------*
      *  3150-PROCESS-HELD-RECORD  -  the finished id group's newest   *
      *  record is the prior-load picture.  A provider whose newest    *
      *  record is an incremental delete row is not in that picture -  *
      *  any incoming row for it stays unmatched and reports as an     *
      *  add.                                                          *
      *----------------------------------------------------------------*
       3150-PROCESS-HELD-RECORD.
           IF NOT WS-RECORD-HELD
              GO TO 3150-EXIT
           END-IF.
           IF NOT WS-HELD-IS-DELETE
              PERFORM 3160-JUDGE-HELD-RECORD THRU 3160-EXIT
           END-IF.
           SET WS-HELD-SW TO 'N'.
           MOVE SPACES TO WS-HELD-LOAD-TS.
           MOVE SPACE TO WS-HELD-STATUS.
       3150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3160-JUDGE-HELD-RECORD  -  compare the held record to the     *
      *  matched incoming row, or report the id TERMED when an         *
      *  incremental delete row carries it.  With no row carrying it,  *
      *  the id is TERMED when the incoming file is a full one and     *
      *  the record is part of the prior picture - from the file       *
      *  type's most recent cycle, or from any cycle back to the last  *
      *  full load when the loads since were incremental.              *
      *----------------------------------------------------------------*
       3160-JUDGE-HELD-RECORD.
           PERFORM 3200-FIND-INCOMING-ROW THRU 3200-EXIT.
           IF WS-INC-FOUND
              IF WS-INC-DELETE-SEEN
                 MOVE SPACES          TO DELTA-LINE
                 MOVE 'TERMED'        TO DLT-ACTION
                 MOVE WS-HELD-KEY-ID  TO DLT-PROVIDER-ID
                 MOVE 'DELETE ROW'    TO DLT-FIELD-NAME
                 WRITE DELTA-LINE
              ELSE
                 PERFORM 3300-COMPARE-ONE-SLOT THRU 3300-EXIT
                         VARYING WS-SLOT-NBR FROM 1 BY 1
                         UNTIL WS-SLOT-NBR > 7
              END-IF
              GO TO 3160-EXIT
           END-IF.
           IF WS-INCOMING-INCREMENTAL
              GO TO 3160-EXIT
           END-IF.
           IF WS-HELD-LOAD-TS(1:8) NOT < WS-TERM-FROM-DATE
              MOVE SPACES          TO DELTA-LINE
              MOVE 'TERMED'        TO DLT-ACTION
              MOVE WS-HELD-KEY-ID  TO DLT-PROVIDER-ID
              WRITE DELTA-LINE
           END-IF.
       3160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       3200-FIND-INCOMING-ROW.
           SET WS-INC-FOUND-SW TO 'N'.
           MOVE 'N' TO WS-INC-DELETE-SW.
           MOVE 0 TO WS-INC-MATCH-IDX.
           SEARCH ALL WS-INC-ENTRY
               AT END

       3210-MARK-ONE-ENTRY.
           MOVE 'G' TO WS-MATCHED-FLAG(WS-INC-ROW-NBR(WS-INC-TIDX)).
           IF IO-RECORD-ACTION-DELETE(WS-INC-ROW-NBR(WS-INC-TIDX))
              SET WS-INC-DELETE-SEEN TO TRUE
           END-IF.
           IF WS-INC-MATCH-IDX = 0
              OR WS-INC-ROW-NBR(WS-INC-TIDX) < WS-INC-MATCH-IDX
              MOVE WS-INC-ROW-NBR(WS-INC-TIDX) TO WS-INC-MATCH-IDX
      *----------------------------------------------------------------*
      *  4000-REPORT-ADDS  -  incoming rows no BAQPROV record claimed  *
      *  during the browse are providers the prior load did not have.  *
      *  An unclaimed incremental delete row removes a provider that   *
      *  was never there; it is noted rather than reported as an add.  *
      *----------------------------------------------------------------*
       4000-REPORT-ADDS.
           PERFORM 4100-REPORT-ONE-ADD THRU 4100-EXIT
              MOVE WS-REC-IDX TO WS-GET-IDX
              PERFORM 8000-GET-INCOMING-KEY-ID THRU 8000-EXIT
              MOVE SPACES    TO DELTA-LINE
              IF IO-RECORD-ACTION-DELETE(WS-REC-IDX)
                 MOVE 'NOTE'    TO DLT-ACTION
                 MOVE 'DELETE ROW - NOT ON BAQPROV'
                                TO DLT-FIELD-NAME
              ELSE
                 MOVE 'ADDED'   TO DLT-ACTION
              END-IF
              MOVE WS-INC-ID TO DLT-PROVIDER-ID
              WRITE DELTA-LINE
           END-IF.
