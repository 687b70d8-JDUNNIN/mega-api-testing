      *================================================================*
      *  PROGRAM-ID.  BAQL970                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Load cycle backout.  A wrong or corrupt file that loads       *
      *  cleanly - trailer matched, PROVREC says MATCH - is posted     *
      *  everywhere before anyone notices, and BAQL450 can only reset  *
      *  its checkpoint.  The parm names the file-id, its file type    *
      *  and the load timestamp of the cycle to back out; a cycle is   *
      *  one YYYYMMDD load date of the file type, the same cycle test  *
      *  BAQL210, BAQL600 and BAQL700 use.  The backout:               *
      *    PROVMAST - every row of the file type the cycle last wrote  *
      *               (IO-MAST-LOAD-TS) is put back as the newest      *
      *               earlier GOOD BAQPROV record with the same        *
      *               effective date builds it, with any earlier       *
      *               incremental delete re-applied; a row the cycle   *
      *               only closed, and whose earlier record has aged   *
      *               out of BAQPROV, is reopened; a row the cycle     *
      *               added is removed.                                *
      *    BAQPROV  - the cycle's records, any status, are deleted.    *
      *    PROVSUSP - the cycle's suspense rows (the load's own, and   *
      *               those BAQL160 and BAQL960 filed under the file   *
      *               type) are deleted.                               *
      *    PROVHOLD - a remittance hold the cycle raised that is still *
      *               pending is superseded, so no one approves it.    *
      *    PROVBTCH - the cycle's batch registration is deleted, so    *
      *               the corrected file can be loaded.                *
      *    PROVCTL  - the checkpoint is set back to the prior          *
      *               completed load of the file-id, or deleted when   *
      *               there is none.                                   *
      *  A PROVAUD row (status B) names the userid that ran the        *
      *  backout.  The PROVBKRP report lists every record touched.     *
      *  A later cycle of the file type already in BAQPROV or          *
      *  PROVBTCH, a load in progress, or earlier loads none of whose  *
      *  cycles is still retained in BAQPROV to restore PROVMAST from, *
      *  refuses the backout with RC 12 and nothing changed.  A row    *
      *  with no retained record to say what it was before the cycle   *
      *  is kept as it is and named for a hand repair (RC 4).  Run     *
      *  with mode S (the default) to report what would be done        *
      *  without updating anything; mode U updates.  PROVMAST is       *
      *  backed out before BAQPROV because its restore reads the       *
      *  retained cycles, and the PROVBTCH registration is not deleted *
      *  until everything before it has succeeded, so a rerun after a  *
      *  failed update finds the cycle and picks up where it stopped.  *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  KEEP THE PRIOR LOAD'S INCREMENTAL MODE ON *
      *                      THE PROVCTL RESET; STOP BEFORE PROVBTCH   *
      *                      ON ANY FAILURE AND LOG THE BACKOUT ONLY   *
      *                      WHEN IT COMPLETED; REMOVE A PROVMAST ROW  *
      *                      ONLY WHEN THE CYCLE ADDED IT, KEEP ONE    *
      *                      WITH NO RETAINED SOURCE, AND REFUSE WHEN  *
      *                      NO EARLIER CYCLE IS RETAINED.             *
      *  2026-10-15  BAQLDS  A RE-APPLIED DELETE LEAVES A ROW          *
      *                      EFFECTIVE AFTER ITS TERM DATE OPEN, AS    *
      *                      BAQL210 NOW DOES.                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL970.
       AUTHOR.        BAQLDS BATCH SUPPORT.
       INSTALLATION.  BAQLDS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAM-FILE       ASSIGN TO BAQPROV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-VSAM-KEY
                  FILE STATUS IS WS-BAQPROV-STATUS.

           SELECT MASTER-FILE     ASSIGN TO PROVMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-MAST-KEY
                  FILE STATUS IS WS-PROVMAST-STATUS.

           SELECT SUSPENSE-FILE   ASSIGN TO PROVSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-SUSP-KEY
                  FILE STATUS IS WS-PROVSUSP-STATUS.

           SELECT HOLD-FILE       ASSIGN TO PROVHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-HOLD-KEY
                  FILE STATUS IS WS-PROVHOLD-STATUS.

           SELECT BATCH-FILE      ASSIGN TO PROVBTCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-BATCH-KEY
                  FILE STATUS IS WS-PROVBTCH-STATUS.

           SELECT CONTROL-FILE    ASSIGN TO PROVCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-CTL-FILE-ID
                  FILE STATUS IS WS-PROVCTL-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AS-PROVAUD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVAUD-STATUS.

           SELECT REPORT-FILE     ASSIGN TO PROVBKRP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVBKRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VSAM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-VSAM.

       FD  MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-MAST.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-SUSP.

       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-HOLD.

       FD  BATCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-BATCH.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-CTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-AUDIT.

      *----------------------------------------------------------------*
      *  Backout report - a run header naming the cycle and the mode,  *
      *  one line per record touched (the action, the dataset, the     *
      *  record's key and what was done to it), and the totals.        *
      *----------------------------------------------------------------*
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BKRP-LINE.
           05  BKRP-ACTION                    PIC X(10).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  BKRP-DATASET                   PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  BKRP-KEY                       PIC X(60).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  BKRP-DETAIL                    PIC X(48).
       01  BKRP-HEADER.
           05  BKRP-HDR-LITERAL               PIC X(20).
           05  BKRP-HDR-FILE-ID               PIC X(08).
           05  FILLER                         PIC X(01).
           05  BKRP-HDR-FILE-TYPE             PIC X(08).
           05  BKRP-HDR-CYCLE-LIT             PIC X(07).
           05  BKRP-HDR-CYCLE-DATE            PIC X(08).
           05  BKRP-HDR-RUN-LIT               PIC X(06).
           05  BKRP-HDR-RUN-TS                PIC X(26).
           05  BKRP-HDR-USER-LIT              PIC X(06).
           05  BKRP-HDR-USERID                PIC X(08).
           05  FILLER                         PIC X(02).
           05  BKRP-HDR-MODE                  PIC X(32).
       01  BKRP-TOTAL-LINE.
           05  BKRP-TOT-LABEL                 PIC X(40).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  BKRP-TOT-CNT                   PIC Z(8)9.
           05  FILLER                         PIC X(81) VALUE SPACES.

       WORKING-STORAGE SECTION.
       COPY IO-FLDMAP.

       01  WS-FILE-STATUSES.
           05  WS-BAQPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVMAST-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVSUSP-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVHOLD-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVBTCH-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVCTL-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVAUD-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVBKRP-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-VSAM-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-VSAM-EOF                           VALUE 'Y'.
           05  WS-MAST-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-MAST-EOF                           VALUE 'Y'.
           05  WS-SUSP-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-SUSP-EOF                           VALUE 'Y'.
           05  WS-HOLD-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF                           VALUE 'Y'.
           05  WS-BTCH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-BTCH-EOF                           VALUE 'Y'.
           05  WS-MAP-FOUND-SW                PIC X(01) VALUE 'N'.
               88  WS-MAP-FOUND                          VALUE 'Y'.
           05  WS-MODE-SW                     PIC X(01) VALUE 'S'.
               88  WS-UPDATE-MODE                        VALUE 'U'.
               88  WS-SIMULATE-MODE                      VALUE 'S'.
           05  WS-HOLD-OPEN-SW                PIC X(01) VALUE 'N'.
               88  WS-HOLD-OPEN                          VALUE 'Y'.
           05  WS-CTL-FOUND-SW                PIC X(01) VALUE 'N'.
               88  WS-CTL-FOUND                          VALUE 'Y'.
           05  WS-SRC-FOUND-SW                PIC X(01) VALUE 'N'.
               88  WS-SRC-FOUND                          VALUE 'Y'.
           05  WS-CYCLE-ADD-SW                PIC X(01) VALUE 'N'.
               88  WS-CYCLE-ADDED                        VALUE 'Y'.
           05  WS-CYCLE-DEL-SW                PIC X(01) VALUE 'N'.
               88  WS-CYCLE-DELETED                      VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SLOT-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-KEY-SLOT-NBR                PIC S9(4) USAGE COMP-5
                                               VALUE 1.
           05  WS-EFF-SLOT-NBR                PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-TERM-SLOT-NBR               PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-XDEL-IDX                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-CYCLE-REC-CNT               PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-CYCLE-BTCH-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-STAGE-DEL-CNT               PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-MAST-RESTORE-CNT            PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-MAST-REOPEN-CNT             PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-MAST-REMOVE-CNT             PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-MAST-KEPT-CNT               PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-SUSP-DEL-CNT                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-HOLD-SUPER-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-BTCH-DEL-CNT                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-XDEL-CNT                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
           05  WS-USERID                      PIC X(08) VALUE SPACES.
           05  WS-FILE-ID                     PIC X(08) VALUE SPACES.
           05  WS-FILE-TYPE                   PIC X(08) VALUE SPACES.
           05  WS-CYCLE-DATE                  PIC X(08) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYYMMDD                PIC 9(08).
           05  WS-CDT-HHMMSSSS                PIC 9(08).

      *----------------------------------------------------------------*
      *  What the pre-check found: a later cycle that bars the         *
      *  backout, and the prior completed load PROVCTL goes back to -  *
      *  the newest earlier registration or BAQPROV cycle stamp, with  *
      *  the registration's load mode so an incremental prior load is  *
      *  not turned into a full one.  An earlier load is only undone   *
      *  safely while an earlier cycle of the type is still retained   *
      *  in BAQPROV to restore PROVMAST from.                          *
      *----------------------------------------------------------------*
       01  WS-CHECK-WORK.
           05  WS-LATER-TS                    PIC X(26) VALUE SPACES.
           05  WS-LATER-WHERE                 PIC X(08) VALUE SPACES.
           05  WS-PRIOR-TS                    PIC X(26) VALUE SPACES.
           05  WS-PRIOR-LOAD-MODE             PIC X(01) VALUE SPACE.
               88  WS-PRIOR-INCREMENTAL                  VALUE 'I'.
           05  WS-PRIOR-STAGED-SW             PIC X(01) VALUE 'N'.
               88  WS-PRIOR-STAGED                       VALUE 'Y'.
           05  WS-PRIOR-LOADED-SW             PIC X(01) VALUE 'N'.
               88  WS-PRIOR-LOADED                       VALUE 'Y'.
           05  WS-PRIOR-CNT                   PIC S9(9) USAGE COMP-5
                                               VALUE 0.

       01  WS-SLOT-DESCS.
           05  WS-SLOT-DESC-TXT               PIC X(30) OCCURS 7 TIMES.

       01  WS-SLOT-WORK.
           05  WS-RECORD-TEXT                 PIC X(80) OCCURS 7 TIMES.
           05  WS-DATE-SLOT-X                 PIC X(08) VALUE SPACES.
           05  WS-DATE-SLOT REDEFINES WS-DATE-SLOT-X
                                              PIC 9(08).
           05  WS-REC-EFF-DATE                PIC 9(08) VALUE 0.
           05  WS-REC-TERM-DATE               PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
      *  The PROVMAST row being backed out, and what the provider's    *
      *  retained BAQPROV records say about it: the newest earlier     *
      *  GOOD record that builds the same row (its texts and stamp),   *
      *  and the earlier incremental deletes that closed rows after    *
      *  it, to be re-applied in stamp order.                          *
      *----------------------------------------------------------------*
       01  WS-ROW-WORK.
           05  WS-ROW-ID                      PIC X(80) VALUE SPACES.
           05  WS-ROW-EFF-DATE                PIC 9(08) VALUE 0.
           05  WS-SRC-LOAD-TS                 PIC X(26) VALUE SPACES.
           05  WS-SRC-TEXT                    PIC X(80) OCCURS 7 TIMES.
       01  WS-XDEL-TABLE.
           05  WS-XDEL-ENTRY OCCURS 50 TIMES.
               10  WS-XDEL-LOAD-TS            PIC X(26).
               10  WS-XDEL-TERM-DATE          PIC 9(08).

      *----------------------------------------------------------------*
      *  Report line work - the key and detail built for each record.  *
      *----------------------------------------------------------------*
       01  WS-LINE-WORK.
           05  WS-SEQ-EDIT                    PIC 9(09) VALUE 0.
           05  WS-DATE-EDIT                   PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                    PIC S9(4) USAGE COMP.
           05  LK-PARM-DATA.
               10  LK-PARM-FILE-ID            PIC X(08).
               10  LK-PARM-FILE-TYPE          PIC X(08).
      *--------------------------------------------------------------*
      *  The cycle's load timestamp as PROVCTL, PROVBTCH or the load *
      *  listing show it; only its YYYYMMDD date is compared.        *
      *--------------------------------------------------------------*
               10  LK-PARM-LOAD-TS            PIC X(26).
      *--------------------------------------------------------------*
      *  U - update.  S, or anything else, or no mode at all - only  *
      *  report what would be done.                                  *
      *--------------------------------------------------------------*
               10  LK-PARM-MODE               PIC X(01).
               10  LK-PARM-USERID             PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 2000-CHECK-CYCLE       THRU 2000-EXIT.
           IF RETURN-CODE NOT = 0
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 3000-BACKOUT-MASTER    THRU 3000-EXIT.
           IF RETURN-CODE > 4
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 4000-BACKOUT-STAGING   THRU 4000-EXIT.
           IF RETURN-CODE > 4
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 5000-BACKOUT-SUSPENSE  THRU 5000-EXIT.
           IF RETURN-CODE > 4
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 5500-BACKOUT-HOLDS     THRU 5500-EXIT.
           IF RETURN-CODE > 4
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 6000-RESET-CONTROL     THRU 6000-EXIT.
           IF RETURN-CODE > 4
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
      *    The PROVBTCH registration goes last, so a failure anywhere
      *    before it leaves the cycle registered and a rerun still
      *    finds it to finish the backout.
           PERFORM 7000-BACKOUT-REGISTRY  THRU 7000-EXIT.
           IF RETURN-CODE > 4
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           IF WS-UPDATE-MODE
              PERFORM 8000-LOG-BACKOUT    THRU 8000-EXIT
           END-IF.
           PERFORM 8500-WRITE-TOTALS      THRU 8500-EXIT.

           IF WS-UPDATE-MODE
              DISPLAY 'BAQL970 - ' WS-FILE-ID ' ' WS-FILE-TYPE
                      ' CYCLE ' WS-CYCLE-DATE ' BACKED OUT - '
                      WS-STAGE-DEL-CNT ' BAQPROV, '
                      WS-MAST-RESTORE-CNT ' RESTORED, '
                      WS-MAST-REOPEN-CNT ' REOPENED, '
                      WS-MAST-REMOVE-CNT ' REMOVED FROM PROVMAST'
           ELSE
              DISPLAY 'BAQL970 - SIMULATION ONLY, NOTHING CHANGED - '
                      'SEE PROVBKRP FOR ' WS-FILE-ID ' ' WS-FILE-TYPE
                      ' CYCLE ' WS-CYCLE-DATE
           END-IF.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  stamp the run, take and check the parm,   *
      *  capture the file type's slots as BAQL210 does and open the    *
      *  report.                                                       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CDT-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-HHMMSSSS FROM TIME.
           STRING WS-CDT-YYYYMMDD DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CDT-HHMMSSSS  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING.

           IF LK-PARM-LEN < 42
              DISPLAY 'BAQL970 - PARM MUST CARRY FILE-ID, FILE TYPE '
                      'AND LOAD TIMESTAMP - NOTHING BACKED OUT'
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE LK-PARM-FILE-ID     TO WS-FILE-ID.
           MOVE LK-PARM-FILE-TYPE   TO WS-FILE-TYPE.
           MOVE LK-PARM-LOAD-TS(1:8) TO WS-CYCLE-DATE.
           SET WS-SIMULATE-MODE TO TRUE.
           IF LK-PARM-LEN >= 43
              AND LK-PARM-MODE = 'U'
              SET WS-UPDATE-MODE TO TRUE
           END-IF.
           MOVE 'BATCH' TO WS-USERID.
           IF LK-PARM-LEN >= 51
              AND LK-PARM-USERID NOT = SPACES
              MOVE LK-PARM-USERID TO WS-USERID
           END-IF.
           IF WS-FILE-ID = SPACES
              OR WS-FILE-TYPE = SPACES
              OR WS-CYCLE-DATE NOT NUMERIC
              DISPLAY 'BAQL970 - PARM FILE-ID, FILE TYPE OR LOAD '
                      'TIMESTAMP INVALID - NOTHING BACKED OUT'
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           SET WS-MAP-FOUND-SW TO 'N'.
           PERFORM 1100-SEARCH-FLDMAP-ENTRY THRU 1100-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT
                      OR WS-MAP-FOUND.
           IF NOT WS-MAP-FOUND
              DISPLAY 'BAQL970 - FILE TYPE ' WS-FILE-TYPE
                      ' HAS NO IO-FLDMAP ENTRY - NOTHING BACKED OUT'
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE 1 TO WS-KEY-SLOT-NBR.
           MOVE 0 TO WS-EFF-SLOT-NBR.
           MOVE 0 TO WS-TERM-SLOT-NBR.
           PERFORM 1200-NOTE-ONE-SLOT THRU 1200-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7.

           OPEN OUTPUT REPORT-FILE.
           IF WS-PROVBKRP-STATUS NOT = '00'
              DISPLAY 'BAQL970 - UNABLE TO OPEN REPORT-FILE, '
                      'STATUS=' WS-PROVBKRP-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE SPACES                 TO BKRP-HEADER.
           MOVE 'LOAD CYCLE BACKOUT -' TO BKRP-HDR-LITERAL.
           MOVE WS-FILE-ID             TO BKRP-HDR-FILE-ID.
           MOVE WS-FILE-TYPE           TO BKRP-HDR-FILE-TYPE.
           MOVE ' CYCLE '              TO BKRP-HDR-CYCLE-LIT.
           MOVE WS-CYCLE-DATE          TO BKRP-HDR-CYCLE-DATE.
           MOVE '  RUN '               TO BKRP-HDR-RUN-LIT.
           MOVE WS-RUN-TIMESTAMP       TO BKRP-HDR-RUN-TS.
           MOVE '  BY  '               TO BKRP-HDR-USER-LIT.
           MOVE WS-USERID              TO BKRP-HDR-USERID.
           IF WS-UPDATE-MODE
              MOVE 'UPDATE'            TO BKRP-HDR-MODE
           ELSE
              MOVE 'SIMULATION - NOTHING CHANGED'
                                       TO BKRP-HDR-MODE
           END-IF.
           WRITE BKRP-HEADER.
       1000-EXIT.
           EXIT.

       1100-SEARCH-FLDMAP-ENTRY.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX) = WS-FILE-TYPE
              SET WS-MAP-FOUND TO TRUE
              MOVE IO-FLDMAP-AA-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(1)
              MOVE IO-FLDMAP-BB-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(2)
              MOVE IO-FLDMAP-CC-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(3)
              MOVE IO-FLDMAP-DD-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(4)
              MOVE IO-FLDMAP-EE-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(5)
              MOVE IO-FLDMAP-FF-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(6)
              MOVE IO-FLDMAP-GG-DESC(WS-MAP-IDX)
                TO WS-SLOT-DESC-TXT(7)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-NOTE-ONE-SLOT.
           EVALUATE WS-SLOT-DESC-TXT(WS-SLOT-NBR) (1:11)
               WHEN 'PROVIDER ID'
                   MOVE WS-SLOT-NBR TO WS-KEY-SLOT-NBR
               WHEN 'EFFECTIVE D'
                   MOVE WS-SLOT-NBR TO WS-EFF-SLOT-NBR
               WHEN 'TERM DATE  '
                   MOVE WS-SLOT-NBR TO WS-TERM-SLOT-NBR
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-CHECK-CYCLE  -  open the files and make sure the cycle   *
      *  can be backed out: no load of the file-id in progress, no     *
      *  later cycle of the file type in BAQPROV, and no later batch   *
      *  of the file-id registered.  The same browses find the prior   *
      *  completed load PROVCTL goes back to.  A cycle with nothing    *
      *  staged or registered is reported and left alone.              *
      *----------------------------------------------------------------*
       2000-CHECK-CYCLE.
           PERFORM 2100-OPEN-FILES THRU 2100-EXIT.
           IF RETURN-CODE NOT = 0
              GO TO 2000-EXIT
           END-IF.

           SET WS-CTL-FOUND-SW TO 'N'.
           MOVE WS-FILE-ID TO IO-CTL-FILE-ID.
           READ CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO IO-CTL-STATUS
               NOT INVALID KEY
                   SET WS-CTL-FOUND TO TRUE
                   IF IO-CTL-CHECKPOINT-TS(1:8) < WS-CYCLE-DATE
                      SET WS-PRIOR-LOADED TO TRUE
                   END-IF
           END-READ.
           IF WS-CTL-FOUND
              AND IO-CTL-LOAD-IN-PROGRESS
              MOVE IO-CTL-CHECKPOINT-TS TO WS-LATER-TS
              MOVE 'PROVCTL'            TO WS-LATER-WHERE
              MOVE SPACES               TO BKRP-LINE
              MOVE 'A LOAD IS IN PROGRESS' TO BKRP-DETAIL
              PERFORM 2900-REFUSE THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-VSAM-KEY.
           START VSAM-FILE KEY >= IO-VSAM-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 2200-CHECK-ONE-STAGED THRU 2200-EXIT
               UNTIL WS-VSAM-EOF.
           IF RETURN-CODE NOT = 0
              GO TO 2000-EXIT
           END-IF.

           SET WS-BTCH-EOF-SW TO 'N'.
           MOVE WS-FILE-ID  TO IO-BATCH-FILE-ID.
           MOVE LOW-VALUES  TO IO-BATCH-DATE.
           START BATCH-FILE KEY >= IO-BATCH-KEY
               INVALID KEY
                   SET WS-BTCH-EOF TO TRUE
           END-START.
           PERFORM 2300-CHECK-ONE-BATCH THRU 2300-EXIT
               UNTIL WS-BTCH-EOF.
           IF RETURN-CODE NOT = 0
              GO TO 2000-EXIT
           END-IF.

           IF WS-LATER-TS NOT = SPACES
              MOVE SPACES TO BKRP-LINE
              MOVE 'A LATER CYCLE HAS ALREADY LOADED' TO BKRP-DETAIL
              PERFORM 2900-REFUSE THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.
           IF WS-CYCLE-REC-CNT = 0
              AND WS-CYCLE-BTCH-CNT = 0
              MOVE SPACES              TO BKRP-LINE
              MOVE 'NOT FOUND'         TO BKRP-ACTION
              MOVE 'BAQPROV'           TO BKRP-DATASET
              MOVE WS-FILE-TYPE        TO BKRP-KEY
              MOVE 'NO RECORDS OR REGISTRATION FOR THE CYCLE'
                                       TO BKRP-DETAIL
              WRITE BKRP-LINE
              DISPLAY 'BAQL970W NOTHING STAGED OR REGISTERED FOR '
                      WS-FILE-ID ' ' WS-FILE-TYPE ' CYCLE '
                      WS-CYCLE-DATE ' - NOTHING BACKED OUT'
                  UPON CONSOLE
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
      *    Earlier loads whose cycles have all aged out of BAQPROV leave
      *    nothing to put the PROVMAST rows back from; backing out now
      *    would strip them of the cycle's data with nothing in its
      *    place, so the backout waits for a hand repair instead.
           IF WS-PRIOR-LOADED
              AND NOT WS-PRIOR-STAGED
              MOVE WS-PRIOR-TS TO WS-LATER-TS
              MOVE 'BAQPROV'   TO WS-LATER-WHERE
              MOVE SPACES      TO BKRP-LINE
              MOVE 'NO EARLIER CYCLE RETAINED TO RESTORE FROM'
                               TO BKRP-DETAIL
              PERFORM 2900-REFUSE THRU 2900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-OPEN-FILES.
           IF WS-UPDATE-MODE
              OPEN I-O VSAM-FILE
           ELSE
              OPEN INPUT VSAM-FILE
           END-IF.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL970 - UNABLE TO OPEN VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2100-EXIT
           END-IF.
           IF WS-UPDATE-MODE
              OPEN I-O MASTER-FILE
           ELSE
              OPEN INPUT MASTER-FILE
           END-IF.
           IF WS-PROVMAST-STATUS NOT = '00'
              DISPLAY 'BAQL970 - UNABLE TO OPEN MASTER-FILE, '
                      'STATUS=' WS-PROVMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2100-EXIT
           END-IF.
           IF WS-UPDATE-MODE
              OPEN I-O SUSPENSE-FILE
           ELSE
              OPEN INPUT SUSPENSE-FILE
           END-IF.
           IF WS-PROVSUSP-STATUS NOT = '00'
              DISPLAY 'BAQL970 - UNABLE TO OPEN SUSPENSE-FILE, '
                      'STATUS=' WS-PROVSUSP-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2100-EXIT
           END-IF.
      *    PROVHOLD exists only where BAQL620 has run; a shop that has
      *    never held a remittance change has nothing to supersede.
           IF WS-UPDATE-MODE
              OPEN I-O HOLD-FILE
           ELSE
              OPEN INPUT HOLD-FILE
           END-IF.
           IF WS-PROVHOLD-STATUS = '00'
              SET WS-HOLD-OPEN TO TRUE
           ELSE
              IF WS-PROVHOLD-STATUS NOT = '35'
                 DISPLAY 'BAQL970 - UNABLE TO OPEN HOLD-FILE, '
                         'STATUS=' WS-PROVHOLD-STATUS
                 MOVE 16 TO RETURN-CODE
                 GO TO 2100-EXIT
              END-IF
           END-IF.
           IF WS-UPDATE-MODE
              OPEN I-O BATCH-FILE
           ELSE
              OPEN INPUT BATCH-FILE
           END-IF.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL970 - UNABLE TO OPEN BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2100-EXIT
           END-IF.
           IF WS-UPDATE-MODE
              OPEN I-O CONTROL-FILE
           ELSE
              OPEN INPUT CONTROL-FILE
           END-IF.
           IF WS-PROVCTL-STATUS NOT = '00'
              DISPLAY 'BAQL970 - UNABLE TO OPEN CONTROL-FILE, '
                      'STATUS=' WS-PROVCTL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-STAGED.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL970 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 2200-EXIT
           END-IF.
           IF IO-VSAM-FILE-TYPE NOT = WS-FILE-TYPE
              GO TO 2200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN IO-VSAM-LOAD-TS(1:8) = WS-CYCLE-DATE
                   ADD 1 TO WS-CYCLE-REC-CNT
               WHEN IO-VSAM-LOAD-TS(1:8) > WS-CYCLE-DATE
                   IF IO-VSAM-LOAD-TS > WS-LATER-TS
                      OR WS-LATER-TS = SPACES
                      MOVE IO-VSAM-LOAD-TS TO WS-LATER-TS
                      MOVE 'BAQPROV'       TO WS-LATER-WHERE
                   END-IF
               WHEN OTHER
                   SET WS-PRIOR-STAGED TO TRUE
                   IF IO-VSAM-LOAD-TS > WS-PRIOR-TS
                      MOVE IO-VSAM-LOAD-TS TO WS-PRIOR-TS
                   END-IF
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2300-CHECK-ONE-BATCH.
           READ BATCH-FILE NEXT RECORD
               AT END
                   SET WS-BTCH-EOF TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL970 - READ ERROR ON BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-BTCH-EOF TO TRUE
              GO TO 2300-EXIT
           END-IF.
           IF IO-BATCH-FILE-ID NOT = WS-FILE-ID
              SET WS-BTCH-EOF TO TRUE
              GO TO 2300-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN IO-BATCH-LOAD-TS(1:8) = WS-CYCLE-DATE
                   ADD 1 TO WS-CYCLE-BTCH-CNT
               WHEN IO-BATCH-LOAD-TS(1:8) > WS-CYCLE-DATE
                   IF IO-BATCH-LOAD-TS > WS-LATER-TS
                      OR WS-LATER-TS = SPACES
                      MOVE IO-BATCH-LOAD-TS TO WS-LATER-TS
                      MOVE 'PROVBTCH'       TO WS-LATER-WHERE
                   END-IF
               WHEN OTHER
                   SET WS-PRIOR-LOADED TO TRUE
                   IF IO-BATCH-LOAD-TS NOT < WS-PRIOR-TS
                      MOVE IO-BATCH-LOAD-TS   TO WS-PRIOR-TS
                      MOVE IO-BATCH-LOAD-MODE TO WS-PRIOR-LOAD-MODE
                   END-IF
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2900-REFUSE  -  nothing is touched; the report and console    *
      *  say what stood in the way.  The caller sets the reason.       *
      *----------------------------------------------------------------*
       2900-REFUSE.
           MOVE 'REFUSED'      TO BKRP-ACTION.
           MOVE WS-LATER-WHERE TO BKRP-DATASET.
           MOVE SPACES         TO BKRP-KEY.
           MOVE WS-LATER-TS    TO BKRP-KEY.
           WRITE BKRP-LINE.
           DISPLAY 'BAQL970E BACKOUT OF ' WS-FILE-ID ' ' WS-FILE-TYPE
                   ' CYCLE ' WS-CYCLE-DATE ' REFUSED - '
                   BKRP-DETAIL(1:32) ' (' WS-LATER-WHERE ' '
                   WS-LATER-TS ')'
               UPON CONSOLE.
           MOVE 12 TO RETURN-CODE.
       2900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-BACKOUT-MASTER  -  every PROVMAST row of the file type   *
      *  the cycle last wrote is restored, reopened or removed.        *
      *----------------------------------------------------------------*
       3000-BACKOUT-MASTER.
           SET WS-MAST-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-MAST-KEY.
           START MASTER-FILE KEY >= IO-MAST-KEY
               INVALID KEY
                   SET WS-MAST-EOF TO TRUE
           END-START.
           PERFORM 3100-BACKOUT-ONE-ROW THRU 3100-EXIT
               UNTIL WS-MAST-EOF.
       3000-EXIT.
           EXIT.

       3100-BACKOUT-ONE-ROW.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MAST-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WS-PROVMAST-STATUS NOT = '00'
              DISPLAY 'BAQL970 - READ ERROR ON MASTER-FILE, '
                      'STATUS=' WS-PROVMAST-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-MAST-EOF TO TRUE
              GO TO 3100-EXIT
           END-IF.
           IF IO-MAST-FILE-TYPE NOT = WS-FILE-TYPE
              OR IO-MAST-LOAD-TS(1:8) NOT = WS-CYCLE-DATE
              GO TO 3100-EXIT
           END-IF.

           MOVE IO-MAST-PROVIDER-ID TO WS-ROW-ID.
           MOVE IO-MAST-EFF-DATE    TO WS-ROW-EFF-DATE.
           PERFORM 3200-FIND-ROW-SOURCE THRU 3200-EXIT.
           IF RETURN-CODE NOT = 0
              SET WS-MAST-EOF TO TRUE
              GO TO 3100-EXIT
           END-IF.

           MOVE SPACES              TO BKRP-LINE.
           MOVE 'PROVMAST'          TO BKRP-DATASET.
           MOVE WS-ROW-EFF-DATE     TO WS-DATE-EDIT.
           STRING WS-ROW-ID(1:50)   DELIMITED BY '  '
                  ' EFF '           DELIMITED BY SIZE
                  WS-DATE-EDIT      DELIMITED BY SIZE
                  INTO BKRP-KEY
           END-STRING.

           EVALUATE TRUE
               WHEN WS-SRC-FOUND
                   PERFORM 3300-RESTORE-ROW THRU 3300-EXIT
               WHEN WS-CYCLE-DELETED AND NOT WS-CYCLE-ADDED
                   PERFORM 3400-REOPEN-ROW  THRU 3400-EXIT
               WHEN WS-CYCLE-ADDED AND WS-PRIOR-STAGED
                   PERFORM 3500-REMOVE-ROW  THRU 3500-EXIT
               WHEN OTHER
                   PERFORM 3600-KEEP-ROW    THRU 3600-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-FIND-ROW-SOURCE  -  read the provider's BAQPROV records  *
      *  of the file type.  An earlier GOOD record with the row's      *
      *  effective date is a restore source (the newest wins); the     *
      *  cycle's own records say whether it added the row or only      *
      *  closed it with an incremental delete.                         *
      *----------------------------------------------------------------*
       3200-FIND-ROW-SOURCE.
           SET WS-SRC-FOUND-SW  TO 'N'.
           SET WS-CYCLE-ADD-SW  TO 'N'.
           SET WS-CYCLE-DEL-SW  TO 'N'.
           MOVE SPACES TO WS-SRC-LOAD-TS.
           MOVE 0 TO WS-XDEL-CNT.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE WS-ROW-ID TO IO-VSAM-KEY-ID.
           MOVE 0         TO IO-VSAM-KEY-SEQ.
           START VSAM-FILE KEY >= IO-VSAM-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 3210-EXAMINE-ONE-RECORD THRU 3210-EXIT
               UNTIL WS-VSAM-EOF.
       3200-EXIT.
           EXIT.

       3210-EXAMINE-ONE-RECORD.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL970 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 3210-EXIT
           END-IF.
           IF IO-VSAM-KEY-ID NOT = WS-ROW-ID
              SET WS-VSAM-EOF TO TRUE
              GO TO 3210-EXIT
           END-IF.
           IF IO-VSAM-FILE-TYPE NOT = WS-FILE-TYPE
              OR IO-VSAM-LOAD-TS(1:8) > WS-CYCLE-DATE
              GO TO 3210-EXIT
           END-IF.
           PERFORM 8200-UNLOAD-RECORD-SLOTS THRU 8200-EXIT.

           IF IO-VSAM-STATUS-DELETED
              IF IO-VSAM-LOAD-TS(1:8) = WS-CYCLE-DATE
                 SET WS-CYCLE-DELETED TO TRUE
                 GO TO 3210-EXIT
              END-IF
              IF WS-XDEL-CNT < 50
                 ADD 1 TO WS-XDEL-CNT
                 PERFORM 8320-DERIVE-DELETE-TERM THRU 8320-EXIT
                 MOVE IO-VSAM-LOAD-TS
                   TO WS-XDEL-LOAD-TS(WS-XDEL-CNT)
                 MOVE WS-REC-TERM-DATE
                   TO WS-XDEL-TERM-DATE(WS-XDEL-CNT)
              END-IF
              GO TO 3210-EXIT
           END-IF.
           IF NOT IO-VSAM-STATUS-GOOD
              GO TO 3210-EXIT
           END-IF.
           PERFORM 8310-DERIVE-EFF-DATE THRU 8310-EXIT.
           IF WS-REC-EFF-DATE NOT = WS-ROW-EFF-DATE
              GO TO 3210-EXIT
           END-IF.
           IF IO-VSAM-LOAD-TS(1:8) = WS-CYCLE-DATE
              SET WS-CYCLE-ADDED TO TRUE
              GO TO 3210-EXIT
           END-IF.
           IF WS-SRC-FOUND
              AND IO-VSAM-LOAD-TS NOT > WS-SRC-LOAD-TS
              GO TO 3210-EXIT
           END-IF.
           SET WS-SRC-FOUND TO TRUE.
           MOVE IO-VSAM-LOAD-TS TO WS-SRC-LOAD-TS.
           MOVE WS-RECORD-TEXT(1) TO WS-SRC-TEXT(1).
           MOVE WS-RECORD-TEXT(2) TO WS-SRC-TEXT(2).
           MOVE WS-RECORD-TEXT(3) TO WS-SRC-TEXT(3).
           MOVE WS-RECORD-TEXT(4) TO WS-SRC-TEXT(4).
           MOVE WS-RECORD-TEXT(5) TO WS-SRC-TEXT(5).
           MOVE WS-RECORD-TEXT(6) TO WS-SRC-TEXT(6).
           MOVE WS-RECORD-TEXT(7) TO WS-SRC-TEXT(7).
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-RESTORE-ROW  -  rebuild the row from its source record   *
      *  as BAQL210 built it, then close it again with each earlier    *
      *  incremental delete stamped after the source, as BAQL210       *
      *  closed it.  The key is unchanged - same provider, same        *
      *  effective date.                                               *
      *----------------------------------------------------------------*
       3300-RESTORE-ROW.
           MOVE WS-SRC-TEXT(1) TO WS-RECORD-TEXT(1).
           MOVE WS-SRC-TEXT(2) TO WS-RECORD-TEXT(2).
           MOVE WS-SRC-TEXT(3) TO WS-RECORD-TEXT(3).
           MOVE WS-SRC-TEXT(4) TO WS-RECORD-TEXT(4).
           MOVE WS-SRC-TEXT(5) TO WS-RECORD-TEXT(5).
           MOVE WS-SRC-TEXT(6) TO WS-RECORD-TEXT(6).
           MOVE WS-SRC-TEXT(7) TO WS-RECORD-TEXT(7).
           PERFORM 8300-BUILD-MASTER-ROW THRU 8300-EXIT.
           PERFORM 3310-REAPPLY-ONE-DELETE THRU 3310-EXIT
                   VARYING WS-XDEL-IDX FROM 1 BY 1
                   UNTIL WS-XDEL-IDX > WS-XDEL-CNT.

           MOVE 'RESTORED' TO BKRP-ACTION.
           MOVE IO-MAST-TERM-DATE TO WS-DATE-EDIT.
           STRING 'FROM CYCLE '          DELIMITED BY SIZE
                  IO-MAST-LOAD-TS(1:8)   DELIMITED BY SIZE
                  ', TERM '              DELIMITED BY SIZE
                  WS-DATE-EDIT           DELIMITED BY SIZE
                  INTO BKRP-DETAIL
           END-STRING.
           IF WS-UPDATE-MODE
              REWRITE IO-MAST-RECORD
                  INVALID KEY
                      DISPLAY 'BAQL970 - UNABLE TO REWRITE PROVMAST '
                              'KEY=' IO-MAST-KEY(1:40)
                      MOVE 16 TO RETURN-CODE
                      SET WS-MAST-EOF TO TRUE
                      GO TO 3300-EXIT
              END-REWRITE
           END-IF.
           WRITE BKRP-LINE.
           ADD 1 TO WS-MAST-RESTORE-CNT.
       3300-EXIT.
           EXIT.

      *    A delete closes the row when the row is in force on the
      *    delete's term date - effective on or before it and not yet
      *    closed - the BAQL210 3310-CLOSE-ONE-ROW test.
       3310-REAPPLY-ONE-DELETE.
           IF WS-XDEL-LOAD-TS(WS-XDEL-IDX) NOT > WS-SRC-LOAD-TS
              GO TO 3310-EXIT
           END-IF.
           IF IO-MAST-TERM-DATE NOT = 0
              AND IO-MAST-TERM-DATE <= WS-XDEL-TERM-DATE(WS-XDEL-IDX)
              GO TO 3310-EXIT
           END-IF.
           IF IO-MAST-EFF-DATE > WS-XDEL-TERM-DATE(WS-XDEL-IDX)
              GO TO 3310-EXIT
           END-IF.
           MOVE WS-XDEL-TERM-DATE(WS-XDEL-IDX) TO IO-MAST-TERM-DATE.
           MOVE WS-XDEL-LOAD-TS(WS-XDEL-IDX)   TO IO-MAST-LOAD-TS.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3400-REOPEN-ROW  -  the cycle only closed the row, and the    *
      *  record that built it has aged out of BAQPROV.  The close is   *
      *  taken off; the load stamp is cleared, since the load that     *
      *  last wrote the row is no longer known.                        *
      *----------------------------------------------------------------*
       3400-REOPEN-ROW.
           MOVE 'REOPENED' TO BKRP-ACTION.
           MOVE IO-MAST-TERM-DATE TO WS-DATE-EDIT.
           STRING 'TERM '                    DELIMITED BY SIZE
                  WS-DATE-EDIT               DELIMITED BY SIZE
                  ' TAKEN OFF, SOURCE AGED OUT' DELIMITED BY SIZE
                  INTO BKRP-DETAIL
           END-STRING.
           MOVE 0      TO IO-MAST-TERM-DATE.
           MOVE SPACES TO IO-MAST-LOAD-TS.
           IF WS-UPDATE-MODE
              REWRITE IO-MAST-RECORD
                  INVALID KEY
                      DISPLAY 'BAQL970 - UNABLE TO REWRITE PROVMAST '
                              'KEY=' IO-MAST-KEY(1:40)
                      MOVE 16 TO RETURN-CODE
                      SET WS-MAST-EOF TO TRUE
                      GO TO 3400-EXIT
              END-REWRITE
           END-IF.
           WRITE BKRP-LINE.
           ADD 1 TO WS-MAST-REOPEN-CNT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-REMOVE-ROW  -  the cycle added the row: it wrote it, an  *
      *  earlier cycle of the type is still retained, and none of the  *
      *  retained cycles built it.  It goes.                           *
      *----------------------------------------------------------------*
       3500-REMOVE-ROW.
           MOVE 'REMOVED' TO BKRP-ACTION.
           MOVE 'ADDED BY THE CYCLE' TO BKRP-DETAIL.
           IF WS-UPDATE-MODE
              DELETE MASTER-FILE RECORD
                  INVALID KEY
                      DISPLAY 'BAQL970 - UNABLE TO DELETE PROVMAST '
                              'KEY=' IO-MAST-KEY(1:40)
                      MOVE 16 TO RETURN-CODE
                      SET WS-MAST-EOF TO TRUE
                      GO TO 3500-EXIT
              END-DELETE
           END-IF.
           WRITE BKRP-LINE.
           ADD 1 TO WS-MAST-REMOVE-CNT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-KEEP-ROW  -  nothing retained says what the row was      *
      *  before the cycle, or that the cycle created it.  PROVMAST is  *
      *  permanent history, so the row is left as the cycle wrote it   *
      *  and named for a hand repair.                                  *
      *----------------------------------------------------------------*
       3600-KEEP-ROW.
           MOVE 'KEPT' TO BKRP-ACTION.
           MOVE 'NO EARLIER RECORD RETAINED - REPAIR BY HAND'
             TO BKRP-DETAIL.
           WRITE BKRP-LINE.
           ADD 1 TO WS-MAST-KEPT-CNT.
           DISPLAY 'BAQL970W PROVMAST ' BKRP-KEY
                   ' KEPT - NO EARLIER RECORD RETAINED'
               UPON CONSOLE.
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-BACKOUT-STAGING  -  delete the cycle's BAQPROV records,  *
      *  whatever their status, as BAQL700 retires an aged cycle.      *
      *----------------------------------------------------------------*
       4000-BACKOUT-STAGING.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-VSAM-KEY.
           START VSAM-FILE KEY >= IO-VSAM-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 4100-BACKOUT-ONE-STAGED THRU 4100-EXIT
               UNTIL WS-VSAM-EOF.
       4000-EXIT.
           EXIT.

       4100-BACKOUT-ONE-STAGED.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL970 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 4100-EXIT
           END-IF.
           IF IO-VSAM-FILE-TYPE NOT = WS-FILE-TYPE
              OR IO-VSAM-LOAD-TS(1:8) NOT = WS-CYCLE-DATE
              GO TO 4100-EXIT
           END-IF.
           IF WS-UPDATE-MODE
              DELETE VSAM-FILE RECORD
                  INVALID KEY
                      DISPLAY 'BAQL970 - UNABLE TO DELETE BAQPROV '
                              'KEY=' IO-VSAM-KEY(1:40)
                      MOVE 16 TO RETURN-CODE
                      SET WS-VSAM-EOF TO TRUE
                      GO TO 4100-EXIT
              END-DELETE
           END-IF.
           MOVE SPACES           TO BKRP-LINE.
           MOVE 'DELETED'        TO BKRP-ACTION.
           MOVE 'BAQPROV'        TO BKRP-DATASET.
           MOVE IO-VSAM-KEY-SEQ  TO WS-SEQ-EDIT.
           STRING IO-VSAM-KEY-ID(1:50) DELIMITED BY '  '
                  ' SEQ '              DELIMITED BY SIZE
                  WS-SEQ-EDIT          DELIMITED BY SIZE
                  INTO BKRP-KEY
           END-STRING.
           STRING 'STATUS '            DELIMITED BY SIZE
                  IO-VSAM-RECORD-STATUS DELIMITED BY SIZE
                  ', LOADED '          DELIMITED BY SIZE
                  IO-VSAM-LOAD-TS      DELIMITED BY SIZE
                  INTO BKRP-DETAIL
           END-STRING.
           WRITE BKRP-LINE.
           ADD 1 TO WS-STAGE-DEL-CNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-BACKOUT-SUSPENSE  -  delete the cycle's suspense rows:   *
      *  the load files them under the file-id, BAQL160 and BAQL960    *
      *  under the file type.                                          *
      *----------------------------------------------------------------*
       5000-BACKOUT-SUSPENSE.
           SET WS-SUSP-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-SUSP-KEY.
           START SUSPENSE-FILE KEY >= IO-SUSP-KEY
               INVALID KEY
                   SET WS-SUSP-EOF TO TRUE
           END-START.
           PERFORM 5100-BACKOUT-ONE-SUSP THRU 5100-EXIT
               UNTIL WS-SUSP-EOF.
       5000-EXIT.
           EXIT.

       5100-BACKOUT-ONE-SUSP.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SUSP-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF WS-PROVSUSP-STATUS NOT = '00'
              DISPLAY 'BAQL970 - READ ERROR ON SUSPENSE-FILE, '
                      'STATUS=' WS-PROVSUSP-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SUSP-EOF TO TRUE
              GO TO 5100-EXIT
           END-IF.
           IF IO-SUSP-FILE-ID NOT = WS-FILE-ID
              AND IO-SUSP-FILE-ID NOT = WS-FILE-TYPE
              GO TO 5100-EXIT
           END-IF.
           IF IO-SUSP-FILE-TYPE NOT = WS-FILE-TYPE
              OR IO-SUSP-LOAD-TS(1:8) NOT = WS-CYCLE-DATE
              GO TO 5100-EXIT
           END-IF.
           IF WS-UPDATE-MODE
              DELETE SUSPENSE-FILE RECORD
                  INVALID KEY
                      DISPLAY 'BAQL970 - UNABLE TO DELETE PROVSUSP '
                              'KEY=' IO-SUSP-KEY
                      MOVE 16 TO RETURN-CODE
                      SET WS-SUSP-EOF TO TRUE
                      GO TO 5100-EXIT
              END-DELETE
           END-IF.
           MOVE SPACES           TO BKRP-LINE.
           MOVE 'DELETED'        TO BKRP-ACTION.
           MOVE 'PROVSUSP'       TO BKRP-DATASET.
           MOVE IO-SUSP-SEQ      TO WS-SEQ-EDIT.
           STRING IO-SUSP-FILE-ID DELIMITED BY SIZE
                  ' SEQ '        DELIMITED BY SIZE
                  WS-SEQ-EDIT    DELIMITED BY SIZE
                  INTO BKRP-KEY
           END-STRING.
           MOVE IO-SUSP-ERROR-REASON TO BKRP-DETAIL.
           WRITE BKRP-LINE.
           ADD 1 TO WS-SUSP-DEL-CNT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5500-BACKOUT-HOLDS  -  a remittance hold raised by the cycle  *
      *  and still pending is superseded, as BAQL620 supersedes one a  *
      *  later cycle overtakes, so the prior approved values stand.    *
      *  Holds already decided are left for the analysts.              *
      *----------------------------------------------------------------*
       5500-BACKOUT-HOLDS.
           IF NOT WS-HOLD-OPEN
              GO TO 5500-EXIT
           END-IF.
           SET WS-HOLD-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-HOLD-KEY.
           START HOLD-FILE KEY >= IO-HOLD-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START.
           PERFORM 5510-BACKOUT-ONE-HOLD THRU 5510-EXIT
               UNTIL WS-HOLD-EOF.
       5500-EXIT.
           EXIT.

       5510-BACKOUT-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 5510-EXIT
           END-READ.
           IF WS-PROVHOLD-STATUS NOT = '00'
              DISPLAY 'BAQL970 - READ ERROR ON HOLD-FILE, '
                      'STATUS=' WS-PROVHOLD-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-HOLD-EOF TO TRUE
              GO TO 5510-EXIT
           END-IF.
           IF IO-HOLD-FILE-TYPE NOT = WS-FILE-TYPE
              OR IO-HOLD-LOAD-TS(1:8) NOT = WS-CYCLE-DATE
              OR NOT IO-HOLD-PENDING
              GO TO 5510-EXIT
           END-IF.
           SET IO-HOLD-SUPERSEDED TO TRUE.
           MOVE 'BAQL970'        TO IO-HOLD-DECIDED-BY.
           MOVE WS-RUN-TIMESTAMP TO IO-HOLD-DECIDED-TS.
           IF WS-UPDATE-MODE
              REWRITE IO-HOLD-RECORD
                  INVALID KEY
                      DISPLAY 'BAQL970 - UNABLE TO REWRITE PROVHOLD '
                              'KEY=' IO-HOLD-KEY(1:40)
                      MOVE 16 TO RETURN-CODE
                      SET WS-HOLD-EOF TO TRUE
                      GO TO 5510-EXIT
              END-REWRITE
           END-IF.
           MOVE SPACES           TO BKRP-LINE.
           MOVE 'SUPERSEDED'     TO BKRP-ACTION.
           MOVE 'PROVHOLD'       TO BKRP-DATASET.
           STRING IO-HOLD-PROVIDER-ID(1:32) DELIMITED BY '  '
                  ' HELD '                  DELIMITED BY SIZE
                  IO-HOLD-HELD-TS           DELIMITED BY SIZE
                  INTO BKRP-KEY
           END-STRING.
           MOVE 'PENDING REMITTANCE HOLD FROM THE CYCLE'
             TO BKRP-DETAIL.
           WRITE BKRP-LINE.
           ADD 1 TO WS-HOLD-SUPER-CNT.
       5510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-RESET-CONTROL  -  the checkpoint goes back to the prior  *
      *  completed load: its timestamp, marked complete, position and  *
      *  header/trailer state cleared as a BAQL450 reset clears them,  *
      *  so BAQL210 and BAQL900 see that load as the latest.  With no  *
      *  prior load the checkpoint is deleted, as a BAQL450 PF6 does.  *
      *----------------------------------------------------------------*
       6000-RESET-CONTROL.
           IF NOT WS-CTL-FOUND
              GO TO 6000-EXIT
           END-IF.
           MOVE WS-FILE-ID TO IO-CTL-FILE-ID.
           READ CONTROL-FILE
               INVALID KEY
                   GO TO 6000-EXIT
           END-READ.
           MOVE SPACES             TO BKRP-LINE.
           MOVE 'PROVCTL'          TO BKRP-DATASET.
           MOVE IO-CTL-FILE-ID     TO BKRP-KEY.
           MOVE IO-CTL-RECORD-CNT  TO WS-PRIOR-CNT.

           IF WS-PRIOR-TS = SPACES
              MOVE 'DELETED'       TO BKRP-ACTION
              STRING 'WAS '               DELIMITED BY SIZE
                     IO-CTL-CHECKPOINT-TS DELIMITED BY SIZE
                     ', NO PRIOR LOAD'    DELIMITED BY SIZE
                     INTO BKRP-DETAIL
              END-STRING
              IF WS-UPDATE-MODE
                 DELETE CONTROL-FILE RECORD
                     INVALID KEY
                         DISPLAY 'BAQL970 - UNABLE TO DELETE PROVCTL '
                                 'KEY=' IO-CTL-FILE-ID
                         MOVE 16 TO RETURN-CODE
                         GO TO 6000-EXIT
                 END-DELETE
              END-IF
              WRITE BKRP-LINE
              GO TO 6000-EXIT
           END-IF.

           MOVE 'RESET'            TO BKRP-ACTION.
           STRING 'WAS '               DELIMITED BY SIZE
                  IO-CTL-CHECKPOINT-TS(1:17) DELIMITED BY SIZE
                  ' NOW '              DELIMITED BY SIZE
                  WS-PRIOR-TS(1:17)    DELIMITED BY SIZE
                  INTO BKRP-DETAIL
           END-STRING.
           MOVE 'BAQL970'          TO IO-CTL-JOB-NAME.
           MOVE WS-USERID          TO IO-CTL-STEP-NAME.
           MOVE 0                  TO IO-CTL-LAST-SOURCE-POS.
           MOVE 0                  TO IO-CTL-RECORD-CNT.
           MOVE WS-PRIOR-TS        TO IO-CTL-CHECKPOINT-TS.
           SET IO-CTL-LOAD-COMPLETE    TO TRUE.
           SET IO-CTL-HEADER-NOT-SEEN  TO TRUE.
           SET IO-CTL-TRAILER-NOT-SEEN TO TRUE.
           MOVE SPACES             TO IO-CTL-HEADER-TEXT.
           MOVE SPACES             TO IO-CTL-TRAILER-TEXT.
           IF WS-PRIOR-INCREMENTAL
              SET IO-CTL-INCREMENTAL-LOAD TO TRUE
           END-IF.
           IF WS-UPDATE-MODE
              REWRITE IO-CTL-RECORD
                  INVALID KEY
                      DISPLAY 'BAQL970 - UNABLE TO REWRITE PROVCTL '
                              'KEY=' IO-CTL-FILE-ID
                      MOVE 16 TO RETURN-CODE
                      GO TO 6000-EXIT
              END-REWRITE
           END-IF.
           WRITE BKRP-LINE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-BACKOUT-REGISTRY  -  delete the cycle's PROVBTCH batch   *
      *  registration, so the corrected file is not taken for a        *
      *  retransmission of one already loaded.                         *
      *----------------------------------------------------------------*
       7000-BACKOUT-REGISTRY.
           SET WS-BTCH-EOF-SW TO 'N'.
           MOVE WS-FILE-ID  TO IO-BATCH-FILE-ID.
           MOVE LOW-VALUES  TO IO-BATCH-DATE.
           START BATCH-FILE KEY >= IO-BATCH-KEY
               INVALID KEY
                   SET WS-BTCH-EOF TO TRUE
           END-START.
           PERFORM 7100-BACKOUT-ONE-BATCH THRU 7100-EXIT
               UNTIL WS-BTCH-EOF.
       7000-EXIT.
           EXIT.

       7100-BACKOUT-ONE-BATCH.
           READ BATCH-FILE NEXT RECORD
               AT END
                   SET WS-BTCH-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL970 - READ ERROR ON BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-BTCH-EOF TO TRUE
              GO TO 7100-EXIT
           END-IF.
           IF IO-BATCH-FILE-ID NOT = WS-FILE-ID
              SET WS-BTCH-EOF TO TRUE
              GO TO 7100-EXIT
           END-IF.
           IF IO-BATCH-LOAD-TS(1:8) NOT = WS-CYCLE-DATE
              GO TO 7100-EXIT
           END-IF.
           IF WS-UPDATE-MODE
              DELETE BATCH-FILE RECORD
                  INVALID KEY
                      DISPLAY 'BAQL970 - UNABLE TO DELETE PROVBTCH '
                              'KEY=' IO-BATCH-KEY
                      MOVE 16 TO RETURN-CODE
                      SET WS-BTCH-EOF TO TRUE
                      GO TO 7100-EXIT
              END-DELETE
           END-IF.
           MOVE SPACES           TO BKRP-LINE.
           MOVE 'DELETED'        TO BKRP-ACTION.
           MOVE 'PROVBTCH'       TO BKRP-DATASET.
           STRING IO-BATCH-FILE-ID DELIMITED BY SIZE
                  ' BATCH '        DELIMITED BY SIZE
                  IO-BATCH-DATE    DELIMITED BY SIZE
                  INTO BKRP-KEY
           END-STRING.
           STRING 'LOADED '          DELIMITED BY SIZE
                  IO-BATCH-LOAD-TS   DELIMITED BY SIZE
                  ', MODE '          DELIMITED BY SIZE
                  IO-BATCH-LOAD-MODE DELIMITED BY SIZE
                  INTO BKRP-DETAIL
           END-STRING.
           WRITE BKRP-LINE.
           ADD 1 TO WS-BTCH-DEL-CNT.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-LOG-BACKOUT  -  one PROVAUD row for the backout: the     *
      *  file-id, this program, the userid that ran it, the count of   *
      *  BAQPROV records taken out and a B in the status byte.         *
      *----------------------------------------------------------------*
       8000-LOG-BACKOUT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-PROVAUD-STATUS = '05' OR WS-PROVAUD-STATUS = '35'
              OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-PROVAUD-STATUS NOT = '00'
              DISPLAY 'BAQL970 - UNABLE TO OPEN AUDIT-FILE, '
                      'STATUS=' WS-PROVAUD-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 8000-EXIT
           END-IF.
           MOVE WS-RUN-TIMESTAMP TO IO-AUDIT-RUN-TS.
           MOVE WS-FILE-ID       TO IO-AUDIT-FILE-ID.
           MOVE 'BAQL970'        TO IO-AUDIT-JOB-NAME.
           MOVE WS-USERID        TO IO-AUDIT-STEP-NAME.
           MOVE WS-STAGE-DEL-CNT TO IO-AUDIT-RECORD-CNT.
           MOVE 'B'              TO IO-AUDIT-RECORDS-OK.
           WRITE IO-AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8200-UNLOAD-RECORD-SLOTS  -  the BAQPROV record just read's   *
      *  seven text slots, subscriptable.                              *
      *----------------------------------------------------------------*
       8200-UNLOAD-RECORD-SLOTS.
           MOVE IO-VSAM-TEXT-AA TO WS-RECORD-TEXT(1).
           MOVE IO-VSAM-TEXT-BB TO WS-RECORD-TEXT(2).
           MOVE IO-VSAM-TEXT-CC TO WS-RECORD-TEXT(3).
           MOVE IO-VSAM-TEXT-DD TO WS-RECORD-TEXT(4).
           MOVE IO-VSAM-TEXT-EE TO WS-RECORD-TEXT(5).
           MOVE IO-VSAM-TEXT-FF TO WS-RECORD-TEXT(6).
           MOVE IO-VSAM-TEXT-GG TO WS-RECORD-TEXT(7).
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8300-BUILD-MASTER-ROW  -  the PROVMAST row BAQL210 builds     *
      *  from WS-RECORD-TEXT and the source's load stamp: effective    *
      *  and term dates from their slots, the load date where the      *
      *  effective date is missing.                                    *
      *----------------------------------------------------------------*
       8300-BUILD-MASTER-ROW.
           MOVE WS-SRC-LOAD-TS TO IO-VSAM-LOAD-TS.
           PERFORM 8310-DERIVE-EFF-DATE THRU 8310-EXIT.
           MOVE WS-RECORD-TEXT(WS-KEY-SLOT-NBR)
             TO IO-MAST-PROVIDER-ID.
           MOVE WS-REC-EFF-DATE TO IO-MAST-EFF-DATE.

           MOVE SPACES TO WS-DATE-SLOT-X.
           IF WS-TERM-SLOT-NBR > 0
              MOVE WS-RECORD-TEXT(WS-TERM-SLOT-NBR) (1:8)
                TO WS-DATE-SLOT-X
           END-IF.
           IF WS-DATE-SLOT-X NUMERIC
              MOVE WS-DATE-SLOT TO IO-MAST-TERM-DATE
           ELSE
              MOVE 0 TO IO-MAST-TERM-DATE
           END-IF.

           MOVE WS-FILE-TYPE       TO IO-MAST-FILE-TYPE.
           MOVE WS-RECORD-TEXT(1)  TO IO-MAST-TEXT-AA.
           MOVE WS-RECORD-TEXT(2)  TO IO-MAST-TEXT-BB.
           MOVE WS-RECORD-TEXT(3)  TO IO-MAST-TEXT-CC.
           MOVE WS-RECORD-TEXT(4)  TO IO-MAST-TEXT-DD.
           MOVE WS-RECORD-TEXT(5)  TO IO-MAST-TEXT-EE.
           MOVE WS-RECORD-TEXT(6)  TO IO-MAST-TEXT-FF.
           MOVE WS-RECORD-TEXT(7)  TO IO-MAST-TEXT-GG.
           MOVE WS-SRC-LOAD-TS     TO IO-MAST-LOAD-TS.
       8300-EXIT.
           EXIT.

      *    Effective date of WS-RECORD-TEXT stamped IO-VSAM-LOAD-TS.
       8310-DERIVE-EFF-DATE.
           MOVE SPACES TO WS-DATE-SLOT-X.
           IF WS-EFF-SLOT-NBR > 0
              MOVE WS-RECORD-TEXT(WS-EFF-SLOT-NBR) (1:8)
                TO WS-DATE-SLOT-X
           END-IF.
           IF WS-DATE-SLOT-X NUMERIC
              MOVE WS-DATE-SLOT TO WS-REC-EFF-DATE
           ELSE
              MOVE IO-VSAM-LOAD-TS(1:8) TO WS-DATE-SLOT-X
              IF WS-DATE-SLOT-X NUMERIC
                 MOVE WS-DATE-SLOT TO WS-REC-EFF-DATE
              ELSE
                 MOVE 0 TO WS-REC-EFF-DATE
              END-IF
           END-IF.
       8310-EXIT.
           EXIT.

      *    Term date an incremental delete row closes rows on.
       8320-DERIVE-DELETE-TERM.
           MOVE SPACES TO WS-DATE-SLOT-X.
           IF WS-TERM-SLOT-NBR > 0
              MOVE WS-RECORD-TEXT(WS-TERM-SLOT-NBR) (1:8)
                TO WS-DATE-SLOT-X
           END-IF.
           IF NOT WS-DATE-SLOT-X NUMERIC
              MOVE IO-VSAM-LOAD-TS(1:8) TO WS-DATE-SLOT-X
           END-IF.
           IF WS-DATE-SLOT-X NUMERIC
              MOVE WS-DATE-SLOT TO WS-REC-TERM-DATE
           ELSE
              MOVE 0 TO WS-REC-TERM-DATE
           END-IF.
       8320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-WRITE-TOTALS  -  the run totals.                         *
      *----------------------------------------------------------------*
       8500-WRITE-TOTALS.
           MOVE SPACES TO BKRP-LINE.
           WRITE BKRP-LINE.
           MOVE 'BAQPROV RECORDS DELETED' TO BKRP-TOT-LABEL.
           MOVE WS-STAGE-DEL-CNT TO BKRP-TOT-CNT.
           WRITE BKRP-TOTAL-LINE.
           MOVE 'PROVMAST ROWS RESTORED' TO BKRP-TOT-LABEL.
           MOVE WS-MAST-RESTORE-CNT TO BKRP-TOT-CNT.
           WRITE BKRP-TOTAL-LINE.
           MOVE 'PROVMAST ROWS REOPENED' TO BKRP-TOT-LABEL.
           MOVE WS-MAST-REOPEN-CNT TO BKRP-TOT-CNT.
           WRITE BKRP-TOTAL-LINE.
           MOVE 'PROVMAST ROWS REMOVED' TO BKRP-TOT-LABEL.
           MOVE WS-MAST-REMOVE-CNT TO BKRP-TOT-CNT.
           WRITE BKRP-TOTAL-LINE.
           MOVE 'PROVMAST ROWS KEPT FOR HAND REPAIR' TO BKRP-TOT-LABEL.
           MOVE WS-MAST-KEPT-CNT TO BKRP-TOT-CNT.
           WRITE BKRP-TOTAL-LINE.
           MOVE 'PROVSUSP ROWS DELETED' TO BKRP-TOT-LABEL.
           MOVE WS-SUSP-DEL-CNT TO BKRP-TOT-CNT.
           WRITE BKRP-TOTAL-LINE.
           MOVE 'PROVHOLD PENDING HOLDS SUPERSEDED' TO BKRP-TOT-LABEL.
           MOVE WS-HOLD-SUPER-CNT TO BKRP-TOT-CNT.
           WRITE BKRP-TOTAL-LINE.
           MOVE 'PROVBTCH REGISTRATIONS DELETED' TO BKRP-TOT-LABEL.
           MOVE WS-BTCH-DEL-CNT TO BKRP-TOT-CNT.
           WRITE BKRP-TOTAL-LINE.
           IF WS-SIMULATE-MODE
              MOVE 'SIMULATION - NOTHING WAS CHANGED'
                TO BKRP-TOT-LABEL
              MOVE 0 TO BKRP-TOT-CNT
              WRITE BKRP-TOTAL-LINE
           END-IF.
       8500-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE VSAM-FILE MASTER-FILE SUSPENSE-FILE BATCH-FILE
                 CONTROL-FILE REPORT-FILE.
           IF WS-HOLD-OPEN
              CLOSE HOLD-FILE
           END-IF.
           GOBACK.
       9999-EXIT.
           EXIT.
