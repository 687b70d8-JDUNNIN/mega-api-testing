      *                      OVERRIDE SWITCH LETS A GENUINE            *
      *                      CORRECTED-FILE RESEND THROUGH AND         *
      *                      RE-REGISTERS THE BATCH.                   *
      *  2026-10-15  BAQLDS  INCREMENTAL LOAD MODE: A HEADER WHOSE     *
      *                      FIRST FOUR BYTES ARE INCR DECLARES A      *
      *                      CHANGE-ONLY FILE, EACH DETAIL ROW         *
      *                      CARRYING AN A (ADD), C (CHANGE) OR D      *
      *                      (DELETE) ACTION CODE IN ITS RECORD-TYPE   *
      *                      BYTE.  ANY OTHER CODE, OR A DELETE ROW    *
      *                      WITH NO PROVIDER ID, SUSPENDS THE ROW; A  *
      *                      DELETE ROW SKIPS THE BAQL150 CONTENT      *
      *                      EDITS.  THE NEW PARM LOAD-MODE BYTE (I OR *
      *                      F) MUST AGREE WITH THE HEADER AND AN INCR *
      *                      HEADER MUST BE THE FIRST ROW, OR THE LOAD *
      *                      FAILS WITH RC 12 BEFORE ANYTHING GOES     *
      *                      DOWNSTREAM.  AN INCREMENTAL TRAILER MUST  *
      *                      CARRY ITS BATCH DATE, AND PROVBTCH NOW    *
      *                      RECORDS EACH BATCH'S LOAD MODE.  PROMOTE  *
      *                      NOTE: PROVBTCH RECORDS WIDEN FROM 43 TO   *
      *                      44 BYTES - REDEFINE THE CLUSTER AT THE    *
      *                      NEW RECORDSIZE AND REPRO THE OLD RECORDS  *
      *                      IN PADDED WITH A TRAILING SPACE (READ AS  *
      *                      FULL LOADS).                              *
      *  2026-10-15  BAQLDS  A LOAD-MODE REJECTION NO LONGER MOVES THE *
      *                      PROVCTL CHECKPOINT PAST THE REJECTED      *
      *                      CHUNK: A RESTART RUN LEAVES THE LAST GOOD *
      *                      CHECKPOINT AS IT STANDS, A FRESH RUN      *
      *                      RESETS IT TO THE TOP OF THE FILE, SO A    *
      *                      RESTART=Y RERUN RE-READS THE REJECTED     *
      *                      ROWS.  A FULL LOAD WHOSE TRAILER HAS NO   *
      *                      BATCH DATE IS NOW REGISTERED ON PROVBTCH  *
      *                      UNDER AN ASTERISK AND ITS RUN DATE, AND A *
      *                      TRAILER BATCH DATE MAY NOT BEGIN WITH AN  *
      *                      ASTERISK.  A SUSPENDED ROW KEEPS ITS      *
      *                      INCREMENTAL ACTION CODE ON PROVSUSP FOR   *
      *                      THE RELEASE.                              *
      *  2026-10-15  BAQLDS  CLEAR THE LOAD-MODE REJECTION ON EVERY    *
      *                      ENTRY - LEFT SET BY AN EARLIER CALL IT    *
      *                      HELD BACK THE CHECKPOINT OF LATER CLEAN   *
      *                      LOADS.                                    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL100.
       WORKING-STORAGE SECTION.
       COPY IO-STRUCT.
       COPY IO-EDIT.
       COPY IO-FLDMAP.

       01  WS-FILE-STATUSES.
           05  WS-PROVIN-STATUS               PIC X(02) VALUE '00'.
               88  WS-DUP-BATCH-REJECTED                   VALUE 'Y'.
           05  WS-DUP-OVERRIDE-SW             PIC X(01) VALUE 'N'.
               88  WS-DUP-OVERRIDE                         VALUE 'Y'.
           05  WS-PARM-MODE-SW                PIC X(01) VALUE 'F'.
               88  WS-PARM-FULL                            VALUE 'F'.
               88  WS-PARM-INCREMENTAL                     VALUE 'I'.
           05  WS-HDR-MISPLACED-SW            PIC X(01) VALUE 'N'.
               88  WS-HEADER-MISPLACED                     VALUE 'Y'.
           05  WS-MODE-REJECT-SW              PIC X(01) VALUE 'N'.
               88  WS-MODE-REJECTED                        VALUE 'Y'.
           05  WS-MAP-FOUND-SW                PIC X(01) VALUE 'N'.
               88  WS-MAP-FOUND                            VALUE 'Y'.

       01  WS-COUNTERS.
      *--------------------------------------------------------------*
           05  WS-BAD-CNT                     PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-BAD-THRESH-PCT              PIC 9(02) VALUE 0.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-KEY-SLOT-NBR                PIC S9(1) USAGE COMP-5
                                               VALUE 1.
      *--------------------------------------------------------------*
      *  Detail rows of an incremental file by action code, this     *
      *  chunk only - reported when the chunk is staged.             *
      *--------------------------------------------------------------*
           05  WS-ADD-ROW-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-CHANGE-ROW-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-DELETE-ROW-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.

      *----------------------------------------------------------------*
      *  The provider header row's own declarations - the first four   *
      *  bytes say INCR for an incremental (change-only) file; any     *
      *  other value is a full replacement file, as every header was   *
      *  before incremental loads existed.                             *
      *----------------------------------------------------------------*
       01  WS-HEADER-DETAIL.
           05  WS-HDR-LOAD-MODE               PIC X(04).
               88  WS-HDR-INCREMENTAL                     VALUE 'INCR'.
           05  FILLER                         PIC X(76).

      *----------------------------------------------------------------*
      *  The provider trailer row's own control totals - the first     *
      *  (or a shorter parm) keeps the duplicate guard.               *
      *--------------------------------------------------------------*
               10  LK-PARM-DUP-OVERRIDE       PIC X(01).
      *--------------------------------------------------------------*
      *  I says the file is incremental, F (or a shorter parm) that  *
      *  it is a full replacement; either way the header row must    *
      *  agree or the load is rejected.                               *
      *--------------------------------------------------------------*
               10  LK-PARM-LOAD-MODE          PIC X(01).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CHUNK     THRU 2000-EXIT.
           PERFORM 2050-VERIFY-LOAD-MODE  THRU 2050-EXIT.
           IF WS-SOURCE-EOF AND NOT WS-TRAILER-REJECTED
              PERFORM 2300-VERIFY-TRAILER THRU 2300-EXIT
           END-IF.
           IF WS-TRAILER-REJECTED
           ELSE
              MOVE 'N' TO WS-DUP-OVERRIDE-SW
           END-IF.
           IF LK-PARM-LEN >= 37 AND LK-PARM-LOAD-MODE = 'I'
              SET WS-PARM-INCREMENTAL TO TRUE
           ELSE
              SET WS-PARM-FULL TO TRUE
           END-IF.

           ACCEPT WS-CDT-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-HHMMSSSS FROM TIME.
           MOVE 'N' TO WS-TRAILER-REJECT-SW.
           MOVE 'N' TO WS-RECON-MISMATCH-SW.
           MOVE 'N' TO WS-DUP-BATCH-SW.
           MOVE 'N' TO WS-HDR-MISPLACED-SW.
           MOVE 'N' TO WS-MODE-REJECT-SW.
           MOVE 0 TO WS-BAD-CNT.
           MOVE 0 TO WS-ADD-ROW-CNT.
           MOVE 0 TO WS-CHANGE-ROW-CNT.
           MOVE 0 TO WS-DELETE-ROW-CNT.
           MOVE 0 TO WS-SOURCE-LINE-NBR.
           MOVE 0 TO WS-CUM-RECORD-CNT.
           MOVE 0 TO WS-SKIP-CNT.
           SET IO-RECORDS-ARE-OK TO TRUE.
           SET IO-HEADER-ABSENT TO TRUE.
           SET IO-TRAILER-ABSENT TO TRUE.
           SET IO-LOAD-IS-FULL TO TRUE.
           PERFORM 1200-FIND-KEY-SLOT THRU 1200-EXIT.

           OPEN INPUT PROVIDER-FILE.
           IF WS-PROVIN-STATUS NOT = '00'
              IF WS-HEADER-WAS-SEEN
                 MOVE IO-CTL-HEADER-TEXT  TO IO-HEADER-TEXT
                 SET IO-HEADER-PRESENT    TO TRUE
                 PERFORM 2115-NOTE-LOAD-MODE THRU 2115-EXIT
              END-IF
              IF WS-TRAILER-WAS-SEEN
                 MOVE IO-CTL-TRAILER-TEXT TO IO-TRAILER-TEXT
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-FIND-KEY-SLOT  -  look up, from IO-FLDMAP, which of the  *
      *  AA-GG slots holds the provider identifier for this file type, *
      *  so an incremental delete row can be checked for one.          *
      *  Defaults to slot 1 (IO-TEXT-AA) if the file type is not in    *
      *  the mapping table or none of its slots is marked PROVIDER ID. *
      *----------------------------------------------------------------*
       1200-FIND-KEY-SLOT.
           MOVE 1 TO WS-KEY-SLOT-NBR.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           PERFORM 1210-SEARCH-FLDMAP-ENTRY THRU 1210-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT
                      OR WS-MAP-FOUND.
       1200-EXIT.
           EXIT.

       1210-SEARCH-FLDMAP-ENTRY.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX) = WS-FILE-TYPE
              SET WS-MAP-FOUND TO TRUE
              EVALUATE TRUE
                  WHEN IO-FLDMAP-AA-DESC(WS-MAP-IDX)
                                       (1:11) = 'PROVIDER ID'
                      MOVE 1 TO WS-KEY-SLOT-NBR
                  WHEN IO-FLDMAP-BB-DESC(WS-MAP-IDX)
                                       (1:11) = 'PROVIDER ID'
                      MOVE 2 TO WS-KEY-SLOT-NBR
                  WHEN IO-FLDMAP-CC-DESC(WS-MAP-IDX)
                                       (1:11) = 'PROVIDER ID'
                      MOVE 3 TO WS-KEY-SLOT-NBR
                  WHEN IO-FLDMAP-DD-DESC(WS-MAP-IDX)
                                       (1:11) = 'PROVIDER ID'
                      MOVE 4 TO WS-KEY-SLOT-NBR
                  WHEN IO-FLDMAP-EE-DESC(WS-MAP-IDX)
                                       (1:11) = 'PROVIDER ID'
                      MOVE 5 TO WS-KEY-SLOT-NBR
                  WHEN IO-FLDMAP-FF-DESC(WS-MAP-IDX)
                                       (1:11) = 'PROVIDER ID'
                      MOVE 6 TO WS-KEY-SLOT-NBR
                  WHEN IO-FLDMAP-GG-DESC(WS-MAP-IDX)
                                       (1:11) = 'PROVIDER ID'
                      MOVE 7 TO WS-KEY-SLOT-NBR
                  WHEN OTHER
                      MOVE 1 TO WS-KEY-SLOT-NBR
              END-EVALUATE
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-CHUNK  -  stage rows into IO-STRUCT until either *
      *  the source file ends or the IO-RECORD table is full.  If the  *
                      ' ROWS, MORE SOURCE DATA REMAINS - RESUBMIT '
                      'WITH RESTART=Y FOR FILE-ID ' WS-FILE-ID
           END-IF.

           IF IO-LOAD-IS-INCREMENTAL
              DISPLAY 'BAQL100 - INCREMENTAL FILE-ID ' WS-FILE-ID
                      ' - ' WS-ADD-ROW-CNT ' ADD, '
                      WS-CHANGE-ROW-CNT ' CHANGE, '
                      WS-DELETE-ROW-CNT ' DELETE ROWS THIS CHUNK'
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2050-VERIFY-LOAD-MODE  -  an incremental file loaded as full  *
      *  would terminate every provider it does not mention, and a     *
      *  full file loaded as incremental would never terminate         *
      *  anyone, so the parm and the header row must agree on the      *
      *  mode before the chunk goes downstream.  An INCR header must   *
      *  also be the file's first row - one found further down means   *
      *  the rows ahead of it were read without knowing their mode.    *
      *  A rejection here is flagged apart from a trailer rejection so *
      *  3000 does not checkpoint past rows that never went            *
      *  downstream.                                                   *
      *----------------------------------------------------------------*
       2050-VERIFY-LOAD-MODE.
           IF WS-PARM-INCREMENTAL AND NOT IO-LOAD-IS-INCREMENTAL
              MOVE 'INCREMENTAL PARM BUT HEADER NOT INCR'
                TO WS-TRAILER-REASON
              SET WS-TRAILER-REJECTED TO TRUE
           END-IF.
           IF WS-PARM-FULL AND IO-LOAD-IS-INCREMENTAL
              MOVE 'HEADER SAYS INCR BUT PARM SAYS FULL'
                TO WS-TRAILER-REASON
              SET WS-TRAILER-REJECTED TO TRUE
           END-IF.
           IF IO-LOAD-IS-INCREMENTAL AND WS-HEADER-MISPLACED
              MOVE 'INCR HEADER IS NOT THE FIRST ROW'
                TO WS-TRAILER-REASON
              SET WS-TRAILER-REJECTED TO TRUE
           END-IF.

           IF WS-TRAILER-REJECTED
              SET WS-MODE-REJECTED TO TRUE
              SET IO-RECORDS-ARE-BAD TO TRUE
              DISPLAY 'BAQL100 - LOAD REJECTED FOR FILE-ID '
                      WS-FILE-ID ' - ' WS-TRAILER-REASON
              DISPLAY 'BAQL100E LOAD FAILED FILE-ID ' WS-FILE-ID
                      ' - ' WS-TRAILER-REASON
                  UPON CONSOLE
           END-IF.
       2050-EXIT.
           EXIT.

       2100-READ-SOURCE-RECORD.
           READ PROVIDER-FILE
               AT END
           MOVE PF-TEXT(1) TO IO-HEADER-TEXT.
           SET IO-HEADER-PRESENT TO TRUE.
           SET WS-HEADER-WAS-SEEN TO TRUE.
           IF WS-SOURCE-LINE-NBR NOT = 1
              SET WS-HEADER-MISPLACED TO TRUE
           END-IF.
           PERFORM 2115-NOTE-LOAD-MODE THRU 2115-EXIT.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2115-NOTE-LOAD-MODE  -  take the load mode from the header    *
      *  row, whether just read or carried across a restart on the     *
      *  PROVCTL checkpoint.                                           *
      *----------------------------------------------------------------*
       2115-NOTE-LOAD-MODE.
           MOVE IO-HEADER-TEXT TO WS-HEADER-DETAIL.
           IF WS-HDR-INCREMENTAL
              SET IO-LOAD-IS-INCREMENTAL TO TRUE
           ELSE
              SET IO-LOAD-IS-FULL TO TRUE
           END-IF.
       2115-EXIT.
           EXIT.

       2120-PROCESS-TRAILER.
           MOVE PF-TEXT(1) TO IO-TRAILER-TEXT.
           SET IO-TRAILER-PRESENT TO TRUE.
           MOVE PF-TEXT(5) TO IO-TEXT-EE(IO-RECORD-CNT)
           MOVE PF-TEXT(6) TO IO-TEXT-FF(IO-RECORD-CNT)
           MOVE PF-TEXT(7) TO IO-TEXT-GG(IO-RECORD-CNT)
           IF IO-LOAD-IS-INCREMENTAL
              MOVE PF-REC-TYPE TO IO-RECORD-ACTION(IO-RECORD-CNT)
              EVALUATE TRUE
                  WHEN IO-RECORD-ACTION-ADD(IO-RECORD-CNT)
                      ADD 1 TO WS-ADD-ROW-CNT
                  WHEN IO-RECORD-ACTION-CHANGE(IO-RECORD-CNT)
                      ADD 1 TO WS-CHANGE-ROW-CNT
                  WHEN IO-RECORD-ACTION-DELETE(IO-RECORD-CNT)
                      ADD 1 TO WS-DELETE-ROW-CNT
              END-EVALUATE
           ELSE
              MOVE SPACE TO IO-RECORD-ACTION(IO-RECORD-CNT)
           END-IF.
           PERFORM 2200-VALIDATE-RECORD THRU 2200-EXIT.
       2130-EXIT.
           EXIT.
           MOVE IO-TEXT-EE(IO-RECORD-CNT) TO IO-EDIT-TEXT-SLOT(5).
           MOVE IO-TEXT-FF(IO-RECORD-CNT) TO IO-EDIT-TEXT-SLOT(6).
           MOVE IO-TEXT-GG(IO-RECORD-CNT) TO IO-EDIT-TEXT-SLOT(7).
           IF IO-LOAD-IS-INCREMENTAL
              AND NOT IO-RECORD-ACTION-ADD(IO-RECORD-CNT)
              AND NOT IO-RECORD-ACTION-CHANGE(IO-RECORD-CNT)
              PERFORM 2250-EDIT-ACTION-ROW THRU 2250-EXIT
           ELSE
              CALL 'BAQL150' USING WS-FILE-TYPE, IO-EDIT-TEXTS,
                   IO-EDIT-RESULT
           END-IF.
           IF IO-EDIT-FAILED
              SET IO-RECORD-STATUS-BAD(IO-RECORD-CNT) TO TRUE
              ADD 1 TO WS-BAD-CNT
      *  record number so a restart rerun of the same chunk rewrites   *
      *  rather than duplicates it.  Suspended rows are corrected and  *
      *  released online (BAQL500) instead of flowing downstream       *
      *  flagged BAD.  An incremental row keeps its action code, so a  *
      *  released delete is still applied as a delete.                 *
      *----------------------------------------------------------------*
       2230-SUSPEND-RECORD.
           MOVE WS-FILE-ID                TO IO-SUSP-FILE-ID.
           MOVE IO-TEXT-FF(IO-RECORD-CNT) TO IO-SUSP-TEXT-FF.
           MOVE IO-TEXT-GG(IO-RECORD-CNT) TO IO-SUSP-TEXT-GG.
           MOVE WS-RUN-TIMESTAMP          TO IO-SUSP-LOAD-TS.
           MOVE IO-RECORD-ACTION(IO-RECORD-CNT) TO IO-SUSP-ACTION.
           REWRITE IO-SUSP-RECORD
               INVALID KEY
                   WRITE IO-SUSP-RECORD
       2230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2250-EDIT-ACTION-ROW  -  an incremental detail row that is    *
      *  neither an add nor a change.  A delete row needs only the     *
      *  provider identifier - the rest of it is not loaded, so the    *
      *  BAQL150 content edits do not apply; any other action code is  *
      *  an error the submitter must correct.  Failures come back in   *
      *  IO-EDIT-RESULT exactly as BAQL150 would return them.          *
      *----------------------------------------------------------------*
       2250-EDIT-ACTION-ROW.
           INITIALIZE IO-EDIT-RESULT.
           SET IO-EDIT-PASSED TO TRUE.
           IF NOT IO-RECORD-ACTION-DELETE(IO-RECORD-CNT)
              SET IO-EDIT-FAILED TO TRUE
              MOVE 1 TO IO-EDIT-ERROR-CNT
              MOVE 'ACTION CODE' TO IO-EDIT-ERROR-FIELD(1)
              MOVE 'MUST BE A, C OR D IN AN INCREMENTAL FILE'
                TO IO-EDIT-ERROR-REASON(1)
              GO TO 2250-EXIT
           END-IF.
           IF IO-EDIT-TEXT-SLOT(WS-KEY-SLOT-NBR) = SPACES
              SET IO-EDIT-FAILED TO TRUE
              MOVE 1 TO IO-EDIT-ERROR-CNT
              MOVE 'PROVIDER ID' TO IO-EDIT-ERROR-FIELD(1)
              MOVE 'REQUIRED ON A DELETE ROW'
                TO IO-EDIT-ERROR-REASON(1)
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-VERIFY-TRAILER  -  performed only by the chunk that      *
      *  reaches end of file, before the chunk is handed downstream.   *
              GO TO 2300-EXIT
           END-IF.

      *    An incremental file is only meaningful in sequence, so its
      *    batch date must be registered - without one a resend of
      *    the same changes could not be caught.
           IF IO-LOAD-IS-INCREMENTAL AND WS-TRL-BATCH-DATE = SPACES
              MOVE 'INCREMENTAL TRAILER HAS NO BATCH DATE'
                TO WS-TRAILER-REASON
              SET WS-TRAILER-REJECTED TO TRUE
           END-IF.

      *    An asterisk leads the key 2400 registers an undated load
      *    under, so a submitter batch date may not begin with one.
           IF WS-TRL-BATCH-DATE(1:1) = '*'
              MOVE 'TRAILER BATCH DATE MAY NOT BEGIN WITH *'
                TO WS-TRAILER-REASON
              SET WS-TRAILER-REJECTED TO TRUE
           END-IF.

           IF WS-TRL-RECORD-CNT NOT = WS-CUM-RECORD-CNT
              MOVE 'TRAILER COUNT DISAGREES WITH ROWS READ'
                TO WS-TRAILER-REASON
      *  reaches end of file with the trailer verified: record the     *
      *  trailer batch date as loaded for this file-id, so the next    *
      *  retransmission fails at 2300.  An override rerun re-registers *
      *  the batch under the new run timestamp.  A full load with no   *
      *  batch date is registered under an asterisk and its run date   *
      *  (IO-BATCH-UNDATED-KEY) - nothing to check a resend against,   *
      *  but BAQL600, BAQL900 and BAQL930 must still see it as the     *
      *  file-id's latest full cycle.                                  *
      *----------------------------------------------------------------*
       2400-REGISTER-BATCH.
           MOVE WS-FILE-ID        TO IO-BATCH-FILE-ID.
           IF WS-TRL-BATCH-DATE = SPACES
              MOVE SPACES                TO IO-BATCH-DATE
              SET IO-BATCH-UNDATED       TO TRUE
              MOVE WS-RUN-TIMESTAMP(3:6) TO IO-BATCH-UNDATED-RUN-DATE
           ELSE
              MOVE WS-TRL-BATCH-DATE     TO IO-BATCH-DATE
           END-IF.
           MOVE WS-RUN-TIMESTAMP  TO IO-BATCH-LOAD-TS.
           MOVE IO-LOAD-MODE      TO IO-BATCH-LOAD-MODE.
           SET IO-BATCH-COMPLETE  TO TRUE.
           REWRITE IO-BATCH-RECORD
               INVALID KEY
      *----------------------------------------------------------------*
      *  3000-WRITE-CHECKPOINT  -  persist the last source position    *
      *  and cumulative staged count so a later run can resume here.   *
      *  After a load-mode rejection the chunk never went downstream,  *
      *  so 3010 keeps a restart at the last good chunk instead.       *
      *----------------------------------------------------------------*
       3000-WRITE-CHECKPOINT.
           IF WS-MODE-REJECTED
              PERFORM 3010-HOLD-LAST-GOOD-CHECKPOINT THRU 3010-EXIT
              GO TO 3000-EXIT
           END-IF.
           MOVE WS-FILE-ID          TO IO-CTL-FILE-ID.
           MOVE WS-JOB-NAME         TO IO-CTL-JOB-NAME.
           MOVE WS-STEP-NAME        TO IO-CTL-STEP-NAME.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3010-HOLD-LAST-GOOD-CHECKPOINT  -  a restart run leaves the   *
      *  checkpoint it resumed from exactly as it stands.  A fresh     *
      *  run has no good chunk yet, so the checkpoint is reset to the  *
      *  top of the file and left in progress - a RESTART=Y rerun      *
      *  with the parm corrected then reads the file from its first    *
      *  row, and the prior load's completed checkpoint no longer      *
      *  lets a downstream step run.                                   *
      *----------------------------------------------------------------*
       3010-HOLD-LAST-GOOD-CHECKPOINT.
           IF WS-IS-RESTART
              GO TO 3010-EXIT
           END-IF.
           MOVE WS-FILE-ID          TO IO-CTL-FILE-ID.
           MOVE WS-JOB-NAME         TO IO-CTL-JOB-NAME.
           MOVE WS-STEP-NAME        TO IO-CTL-STEP-NAME.
           MOVE 0                   TO IO-CTL-LAST-SOURCE-POS.
           MOVE 0                   TO IO-CTL-RECORD-CNT.
           MOVE WS-RUN-TIMESTAMP    TO IO-CTL-CHECKPOINT-TS.
           MOVE 'N'                 TO IO-CTL-HEADER-SW.
           MOVE 'N'                 TO IO-CTL-TRAILER-SW.
           MOVE SPACES              TO IO-CTL-HEADER-TEXT.
           MOVE SPACES              TO IO-CTL-TRAILER-TEXT.
           SET IO-CTL-LOAD-IN-PROGRESS TO TRUE.

           IF WS-CHECKPOINT-FOUND
              REWRITE IO-CTL-RECORD
           ELSE
              WRITE IO-CTL-RECORD
              SET WS-CHECKPOINT-FOUND TO TRUE
           END-IF.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-RECONCILE  -  written only when the source file has      *
      *  been fully consumed; compares the true source line count      *
