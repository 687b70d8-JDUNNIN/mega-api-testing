      *================================================================*
      *  PROGRAM-ID.  BAQL860                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Recredentialing tickler and lapsed-credential exposure        *
      *  report.  BAQL150 only checks that a PROVCRED RECRED DUE DATE  *
      *  is in the future on the day the file loads; nothing looked    *
      *  at it again.  This scheduled program takes each provider's    *
      *  newest GOOD PROVCRED record in BAQPROV and buckets it by      *
      *  RECRED DUE DATE against today:                                *
      *    PAST DUE  -  due date before today.                         *
      *    0-30      -  due within the next 30 days.                   *
      *    31-60     -  due in 31 to 60 days.                          *
      *    61-90     -  due in 61 to 90 days.                          *
      *  Each is cross-checked against the provider's current          *
      *  PROVMSTR record and against the last CLMPROV extract BAQL900  *
      *  wrote.  A PROVMSTR record is current - the next BAQL900 run   *
      *  will send it - when it is the provider's newest GOOD record,  *
      *  no newer incremental delete closes it, and it was loaded on   *
      *  or after the last full PROVMSTR load registered in PROVBTCH   *
      *  for the file-id on the parm (a full load replaces every       *
      *  provider before it; the incremental loads after it only add   *
      *  to it).  With no PROVBTCH registry every load was full and    *
      *  only the newest PROVMSTR cycle is current.  On CLMPROV        *
      *  a D detail is active at claims, an X detail termed.  A        *
      *  provider whose CREDENTIAL STATUS is lapsed - or whose due     *
      *  date has passed - yet who is still current on PROVMSTR or     *
      *  active on CLMPROV is listed again as EXPOSURE.  The PROVRCRD  *
      *  report carries one line per bucketed or exposed provider and  *
      *  the totals; the PROVRCWK work file carries one fixed-layout   *
      *  D record per bucketed provider, with the PROVMSTR name and    *
      *  address, to drive credentialing's outreach letters.  Any      *
      *  exposure ends the run with return code 4 and an operator      *
      *  console message.  A missing CLMPROV is reported and every     *
      *  provider is taken as absent from claims.                      *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  JUDGE PROVMSTR CURRENT FROM THE LAST FULL *
      *                      LOAD ONWARD (PROVBTCH, PARM FILE-ID) AND  *
      *                      NOT CURRENT WHEN A NEWER INCREMENTAL      *
      *                      DELETE CLOSES IT, SO AN INCREMENTAL LOAD  *
      *                      NO LONGER DROPS LAPSED PROVIDERS OFF THE  *
      *                      EXPOSURE LIST.                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL860.
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

           SELECT BATCH-FILE      ASSIGN TO PROVBTCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-BATCH-KEY
                  FILE STATUS IS WS-PROVBTCH-STATUS.

           SELECT CLAIMS-FILE     ASSIGN TO CLMPROV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CLMPROV-STATUS.

           SELECT TICKLER-FILE    ASSIGN TO PROVRCRD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVRCRD-STATUS.

           SELECT WORK-FILE       ASSIGN TO PROVRCWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVRCWK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VSAM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-VSAM.

       FD  BATCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-BATCH.

      *----------------------------------------------------------------*
      *  Claims provider update interface as BAQL900 writes it; only   *
      *  the record type and provider id are needed here.              *
      *----------------------------------------------------------------*
       FD  CLAIMS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLM-IN-RECORD.
           05  CLM-IN-REC-TYPE                PIC X(01).
               88  CLM-IN-IS-DETAIL                      VALUE 'D'.
               88  CLM-IN-IS-TERM                        VALUE 'X'.
           05  CLM-IN-PROVIDER-ID             PIC X(15).
           05  FILLER                         PIC X(184).

      *----------------------------------------------------------------*
      *  Tickler report - a run header, one line per bucketed or       *
      *  exposed provider, and the totals.                             *
      *----------------------------------------------------------------*
       FD  TICKLER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RCRD-LINE.
           05  RCRD-LINE-TYPE                 PIC X(10).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RCRD-PROVIDER-ID               PIC X(15).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RCRD-NAME                      PIC X(30).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RCRD-CRED-STATUS               PIC X(10).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RCRD-DUE-DATE                  PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RCRD-MSTR-CURRENT              PIC X(03).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RCRD-CLAIMS                    PIC X(06).
       01  RCRD-HEADER.
           05  RCRD-HDR-LITERAL               PIC X(18).
           05  RCRD-HDR-RUN-TS                PIC X(26).
           05  RCRD-HDR-AS-OF-LIT             PIC X(09).
           05  RCRD-HDR-AS-OF                 PIC X(08).
           05  FILLER                         PIC X(33) VALUE SPACES.
       01  RCRD-COL-HEADER.
           05  FILLER                         PIC X(12)
               VALUE 'BUCKET'.
           05  FILLER                         PIC X(17)
               VALUE 'PROVIDER ID'.
           05  FILLER                         PIC X(32)
               VALUE 'PROVIDER NAME'.
           05  FILLER                         PIC X(12)
               VALUE 'CRED STATUS'.
           05  FILLER                         PIC X(10)
               VALUE 'DUE DATE'.
           05  FILLER                         PIC X(05)
               VALUE 'MSTR'.
           05  FILLER                         PIC X(06)
               VALUE 'CLAIMS'.
       01  RCRD-TOTAL-LINE.
           05  RCRD-TOT-LABEL                 PIC X(20).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  RCRD-TOT-CNT                   PIC Z(8)9.
           05  FILLER                         PIC X(63) VALUE SPACES.

      *----------------------------------------------------------------*
      *  Outreach work file - 200-byte fixed records, one H header,    *
      *  one D detail per bucketed provider, one T trailer.            *
      *----------------------------------------------------------------*
       FD  WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RCWK-HEADER.
           05  RCWK-HDR-REC-TYPE              PIC X(01).
           05  RCWK-HDR-RUN-TS                PIC X(26).
           05  RCWK-HDR-AS-OF                 PIC X(08).
           05  FILLER                         PIC X(165) VALUE SPACES.
       01  RCWK-DETAIL.
           05  RCWK-DTL-REC-TYPE              PIC X(01).
           05  RCWK-DTL-BUCKET                PIC X(08).
           05  RCWK-DTL-PROVIDER-ID           PIC X(15).
           05  RCWK-DTL-NPI                   PIC X(10).
           05  RCWK-DTL-NAME                  PIC X(35).
           05  RCWK-DTL-ADDRESS-1             PIC X(35).
           05  RCWK-DTL-CITY-ST-ZIP           PIC X(35).
           05  RCWK-DTL-SPECIALTY             PIC X(10).
           05  RCWK-DTL-DEA-NBR               PIC X(09).
           05  RCWK-DTL-CRED-STATUS           PIC X(10).
           05  RCWK-DTL-RECRED-DATE           PIC X(08).
           05  FILLER                         PIC X(24) VALUE SPACES.
       01  RCWK-TRAILER.
           05  RCWK-TRL-REC-TYPE              PIC X(01).
           05  RCWK-TRL-RECORD-CNT            PIC 9(09).
           05  RCWK-TRL-RUN-TS                PIC X(26).
           05  FILLER                         PIC X(164) VALUE SPACES.

       WORKING-STORAGE SECTION.
       COPY IO-FLDMAP.

       01  WS-FILE-STATUSES.
           05  WS-BAQPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVBTCH-STATUS             PIC X(02) VALUE '00'.
           05  WS-CLMPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVRCRD-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVRCWK-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-VSAM-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-VSAM-EOF                           VALUE 'Y'.
           05  WS-BTCH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-BTCH-EOF                           VALUE 'Y'.
           05  WS-BTCH-SEEN-SW                PIC X(01) VALUE 'N'.
               88  WS-BTCH-SEEN                          VALUE 'Y'.
           05  WS-CLM-EOF-SW                  PIC X(01) VALUE 'N'.
               88  WS-CLM-EOF                            VALUE 'Y'.
           05  WS-SLOT-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND                          VALUE 'Y'.
           05  WS-EXPOSED-SW                  PIC X(01) VALUE 'N'.
               88  WS-PROVIDER-EXPOSED                    VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SLOT-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-TYPE-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-CRED-CNT                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-PAST-DUE-CNT                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-DUE-30-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-DUE-60-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-DUE-90-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-BEYOND-90-CNT               PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-NO-DATE-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-EXPOSURE-CNT                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-WORK-CNT                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.

      *----------------------------------------------------------------*
      *  The two file types this report reads, in this order, with     *
      *  their IO-FLDMAP slot descriptions and the current id group's  *
      *  newest GOOD record of each.                                   *
      *----------------------------------------------------------------*
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 2 TIMES.
               10  WS-TYPE-FILE-TYPE          PIC X(08).
               10  WS-TYPE-HELD-SW            PIC X(01).
                   88  WS-TYPE-HELD                       VALUE 'Y'.
               10  WS-TYPE-DESC-TXT           PIC X(30)
                                              OCCURS 7 TIMES.
               10  WS-TYPE-HELD-LOAD-TS       PIC X(26).
               10  WS-TYPE-HELD-TEXT          PIC X(80)
                                              OCCURS 7 TIMES.

       01  WS-SLOT-WORK.
           05  WS-WANT-DESC                   PIC X(30) VALUE SPACES.
           05  WS-SLOT-VALUE                  PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------*
      *  The held provider's credential, as bucketed.  The lapsed      *
      *  statuses are the CREDENTIAL STATUS values credentialing       *
      *  sends for a provider no longer credentialed.                  *
      *----------------------------------------------------------------*
       01  WS-CRED-WORK.
           05  WS-CRED-STATUS                 PIC X(10) VALUE SPACES.
               88  WS-CRED-LAPSED             VALUE 'LAPSED'
                                                    'EXPIRED'
                                                    'INACTIVE'
                                                    'REVOKED'
                                                    'SUSPENDED'
                                                    'TERMINATED'.
           05  WS-DUE-DATE-X                  PIC X(08) VALUE SPACES.
           05  WS-DUE-DATE REDEFINES WS-DUE-DATE-X
                                              PIC 9(08).
           05  WS-BUCKET                      PIC X(08) VALUE SPACES.
           05  WS-MSTR-CURRENT                PIC X(03) VALUE SPACES.
           05  WS-CLAIMS-STANDING             PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------*
      *  The newest PROVMSTR load date, and the oldest load date whose *
      *  PROVMSTR records are still current - the last full load's;    *
      *  spaces when only incremental loads are registered, so every   *
      *  retained cycle counts.  A record older than that belongs to a *
      *  provider a full load dropped.  The id group's newest PROVMSTR *
      *  incremental delete says whether its GOOD record was closed    *
      *  since.                                                        *
      *----------------------------------------------------------------*
       01  WS-CYCLE-DATES.
           05  WS-MSTR-MAX-LOAD-DATE          PIC X(08) VALUE SPACES.
           05  WS-MSTR-FROM-DATE              PIC X(08) VALUE SPACES.
           05  WS-MSTR-FILE-ID                PIC X(08) VALUE SPACES.
           05  WS-MSTR-DEL-LOAD-TS            PIC X(26) VALUE SPACES.

      *----------------------------------------------------------------*
      *  The CLMPROV detail the merge is sitting on.                   *
      *----------------------------------------------------------------*
       01  WS-CLAIMS-WORK.
           05  WS-CLM-CUR-ID                  PIC X(15)
                                              VALUE LOW-VALUE.
           05  WS-CLM-CUR-TYPE                PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------*
      *  Bucket cutoffs computed once at initialization: a due date    *
      *  before today is past due, one on or before WS-CUTOFF-30 is    *
      *  0-30, and so on out to 90 days.                               *
      *----------------------------------------------------------------*
       01  WS-CUTOFFS.
           05  WS-CUTOFF-30                   PIC 9(08) VALUE 0.
           05  WS-CUTOFF-60                   PIC 9(08) VALUE 0.
           05  WS-CUTOFF-90                   PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
      *  Date work area for the day arithmetic, walked forward a       *
      *  month at a time - the mirror of BAQL750's backward walk.      *
      *----------------------------------------------------------------*
       01  WS-DATE-WORK.
           05  WS-TODAY                       PIC 9(08).
           05  FILLER REDEFINES WS-TODAY.
               10  WS-TODAY-YYYY              PIC 9(04).
               10  WS-TODAY-MM                PIC 9(02).
               10  WS-TODAY-DD                PIC 9(02).
           05  WS-WORK-YYYY                   PIC S9(4) USAGE COMP-5.
           05  WS-WORK-MM                     PIC S9(4) USAGE COMP-5.
           05  WS-WORK-DD                     PIC S9(4) USAGE COMP-5.
           05  WS-WORK-DAYS                   PIC S9(9) USAGE COMP-5.
           05  WS-DAYS-IN-MONTH               PIC S9(4) USAGE COMP-5.
           05  WS-QUOTIENT                    PIC S9(9) USAGE COMP-5.
           05  WS-REMAINDER                   PIC S9(9) USAGE COMP-5.
           05  WS-CUTOFF-DATE                 PIC 9(08) VALUE 0.

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
           05  WS-PREV-ID                     PIC X(80)
                                              VALUE LOW-VALUE.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYYMMDD                PIC 9(08).
           05  WS-CDT-HHMMSSSS                PIC 9(08).

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                    PIC S9(4) USAGE COMP.
           05  LK-PARM-DATA.
      *--------------------------------------------------------------*
      *  The PROVMSTR file-id, whose PROVBTCH registrations say      *
      *  which of its loads were full.                               *
      *--------------------------------------------------------------*
               10  LK-PARM-MSTR-FILE-ID       PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 2000-FIND-MSTR-CYCLE   THRU 2000-EXIT.
           IF RETURN-CODE NOT = 0
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 3000-SCAN-PROVIDERS    THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS      THRU 4000-EXIT.
           IF WS-EXPOSURE-CNT > 0
              DISPLAY 'BAQL860W ' WS-EXPOSURE-CNT ' PROVIDERS LAPSED '
                      'OR PAST RECRED DUE STILL SENT ACTIVE - SEE '
                      'PROVRCRD'
                  UPON CONSOLE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  stamp the run, turn today's date into     *
      *  the bucket cutoffs, capture the PROVMSTR and PROVCRED slot    *
      *  descriptions and open the outputs.                            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-HHMMSSSS FROM TIME.
           STRING WS-CDT-YYYYMMDD DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CDT-HHMMSSSS  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING.

           IF LK-PARM-LEN < 8
              DISPLAY 'BAQL860 - PARM MUST CARRY THE PROVMSTR FILE-ID '
                      '- REPORT NOT RUN'
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE LK-PARM-MSTR-FILE-ID TO WS-MSTR-FILE-ID.
           IF WS-MSTR-FILE-ID = SPACES
              DISPLAY 'BAQL860 - PARM MUST CARRY THE PROVMSTR FILE-ID '
                      '- REPORT NOT RUN'
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           MOVE 30 TO WS-WORK-DAYS.
           PERFORM 8100-DAYS-AHEAD THRU 8100-EXIT.
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-30.
           MOVE 60 TO WS-WORK-DAYS.
           PERFORM 8100-DAYS-AHEAD THRU 8100-EXIT.
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-60.
           MOVE 90 TO WS-WORK-DAYS.
           PERFORM 8100-DAYS-AHEAD THRU 8100-EXIT.
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-90.

           MOVE 'PROVMSTR' TO WS-TYPE-FILE-TYPE(1).
           MOVE 'PROVCRED' TO WS-TYPE-FILE-TYPE(2).
           PERFORM 1100-LOAD-TYPE-ENTRY THRU 1100-EXIT
                   VARYING WS-TYPE-NBR FROM 1 BY 1
                   UNTIL WS-TYPE-NBR > 2.

           OPEN OUTPUT TICKLER-FILE.
           IF WS-PROVRCRD-STATUS NOT = '00'
              DISPLAY 'BAQL860 - UNABLE TO OPEN TICKLER-FILE, '
                      'STATUS=' WS-PROVRCRD-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE SPACES             TO RCRD-HEADER.
           MOVE 'RECRED TICKLER -  ' TO RCRD-HDR-LITERAL.
           MOVE WS-RUN-TIMESTAMP   TO RCRD-HDR-RUN-TS.
           MOVE '  AS OF  '        TO RCRD-HDR-AS-OF-LIT.
           MOVE WS-TODAY           TO RCRD-HDR-AS-OF.
           WRITE RCRD-HEADER.
           WRITE RCRD-LINE FROM RCRD-COL-HEADER.

           OPEN OUTPUT WORK-FILE.
           IF WS-PROVRCWK-STATUS NOT = '00'
              DISPLAY 'BAQL860 - UNABLE TO OPEN WORK-FILE, '
                      'STATUS=' WS-PROVRCWK-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE TICKLER-FILE
              GO TO 1000-EXIT
           END-IF.
           MOVE SPACES           TO RCWK-HEADER.
           MOVE 'H'              TO RCWK-HDR-REC-TYPE.
           MOVE WS-RUN-TIMESTAMP TO RCWK-HDR-RUN-TS.
           MOVE WS-TODAY         TO RCWK-HDR-AS-OF.
           WRITE RCWK-HEADER.

           OPEN INPUT CLAIMS-FILE.
           IF WS-CLMPROV-STATUS = '35'
              DISPLAY 'BAQL860 - NO CLMPROV EXTRACT TO CROSS-CHECK - '
                      'EVERY PROVIDER TAKEN AS ABSENT FROM CLAIMS'
              SET WS-CLM-EOF TO TRUE
              GO TO 1000-EXIT
           END-IF.
           IF WS-CLMPROV-STATUS NOT = '00'
              DISPLAY 'BAQL860 - UNABLE TO OPEN CLAIMS-FILE, '
                      'STATUS=' WS-CLMPROV-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE TICKLER-FILE
              CLOSE WORK-FILE
              GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-TYPE-ENTRY.
           MOVE 'N'    TO WS-TYPE-HELD-SW(WS-TYPE-NBR).
           MOVE SPACES TO WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR).
           PERFORM 1110-SEARCH-FLDMAP-ENTRY THRU 1110-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT.
       1100-EXIT.
           EXIT.

       1110-SEARCH-FLDMAP-ENTRY.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX)
                 = WS-TYPE-FILE-TYPE(WS-TYPE-NBR)
              MOVE IO-FLDMAP-AA-DESC(WS-MAP-IDX)
                TO WS-TYPE-DESC-TXT(WS-TYPE-NBR, 1)
              MOVE IO-FLDMAP-BB-DESC(WS-MAP-IDX)
                TO WS-TYPE-DESC-TXT(WS-TYPE-NBR, 2)
              MOVE IO-FLDMAP-CC-DESC(WS-MAP-IDX)
                TO WS-TYPE-DESC-TXT(WS-TYPE-NBR, 3)
              MOVE IO-FLDMAP-DD-DESC(WS-MAP-IDX)
                TO WS-TYPE-DESC-TXT(WS-TYPE-NBR, 4)
              MOVE IO-FLDMAP-EE-DESC(WS-MAP-IDX)
                TO WS-TYPE-DESC-TXT(WS-TYPE-NBR, 5)
              MOVE IO-FLDMAP-FF-DESC(WS-MAP-IDX)
                TO WS-TYPE-DESC-TXT(WS-TYPE-NBR, 6)
              MOVE IO-FLDMAP-GG-DESC(WS-MAP-IDX)
                TO WS-TYPE-DESC-TXT(WS-TYPE-NBR, 7)
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-FIND-MSTR-CYCLE  -  the newest PROVMSTR load date and    *
      *  the date current PROVMSTR records reach back to, so a         *
      *  provider's PROVMSTR record can be told current (the next      *
      *  BAQL900 run sends it) from one a later full cycle dropped.    *
      *----------------------------------------------------------------*
       2000-FIND-MSTR-CYCLE.
           MOVE SPACES TO WS-MSTR-MAX-LOAD-DATE.
           OPEN INPUT VSAM-FILE.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL860 - UNABLE TO OPEN VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-VSAM-KEY.
           START VSAM-FILE KEY >= IO-VSAM-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 2100-NOTE-ONE-LOAD-DATE THRU 2100-EXIT
               UNTIL WS-VSAM-EOF.
           CLOSE VSAM-FILE.
           IF RETURN-CODE NOT = 0
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-FIND-MSTR-FROM-DATE THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-NOTE-ONE-LOAD-DATE.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL860 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 2100-EXIT
           END-IF.
           IF IO-VSAM-FILE-TYPE = WS-TYPE-FILE-TYPE(1)
              AND IO-VSAM-LOAD-TS(1:8) > WS-MSTR-MAX-LOAD-DATE
              MOVE IO-VSAM-LOAD-TS(1:8) TO WS-MSTR-MAX-LOAD-DATE
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-FIND-MSTR-FROM-DATE  -  the latest full PROVMSTR load    *
      *  registered in PROVBTCH, the registry BAQL900 reads to see how *
      *  far back incremental cycles reach.  Only incremental loads    *
      *  registered means every retained cycle still counts; no        *
      *  registry at all means every load was full, so only the newest *
      *  cycle does.                                                   *
      *----------------------------------------------------------------*
       2200-FIND-MSTR-FROM-DATE.
           MOVE WS-MSTR-MAX-LOAD-DATE TO WS-MSTR-FROM-DATE.
           OPEN INPUT BATCH-FILE.
           IF WS-PROVBTCH-STATUS = '35'
              GO TO 2200-EXIT
           END-IF.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL860 - UNABLE TO OPEN BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2200-EXIT
           END-IF.
           SET WS-BTCH-SEEN-SW TO 'N'.
           SET WS-BTCH-EOF-SW TO 'N'.
           MOVE WS-MSTR-FILE-ID TO IO-BATCH-FILE-ID.
           MOVE LOW-VALUES      TO IO-BATCH-DATE.
           START BATCH-FILE KEY >= IO-BATCH-KEY
               INVALID KEY
                   SET WS-BTCH-EOF TO TRUE
           END-START.
           PERFORM 2210-NOTE-ONE-BATCH THRU 2210-EXIT
               UNTIL WS-BTCH-EOF.
           CLOSE BATCH-FILE.
       2200-EXIT.
           EXIT.

       2210-NOTE-ONE-BATCH.
           READ BATCH-FILE NEXT RECORD
               AT END
                   SET WS-BTCH-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL860 - READ ERROR ON BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-BTCH-EOF TO TRUE
              GO TO 2210-EXIT
           END-IF.
           IF IO-BATCH-FILE-ID NOT = WS-MSTR-FILE-ID
              SET WS-BTCH-EOF TO TRUE
              GO TO 2210-EXIT
           END-IF.
      *    The first registration replaces the no-registry default;
      *    from then on only a full load moves the date.
           IF NOT WS-BTCH-SEEN
              SET WS-BTCH-SEEN TO TRUE
              MOVE SPACES TO WS-MSTR-FROM-DATE
           END-IF.
           IF IO-BATCH-FULL-LOAD
              AND IO-BATCH-LOAD-TS(1:8) > WS-MSTR-FROM-DATE
              MOVE IO-BATCH-LOAD-TS(1:8) TO WS-MSTR-FROM-DATE
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SCAN-PROVIDERS  -  BAQPROV is in provider id order       *
      *  across every file type, so each id group is complete when     *
      *  the id changes; within the group keep the newest GOOD         *
      *  PROVMSTR and PROVCRED records, and the stamp of the newest    *
      *  PROVMSTR incremental delete.                                  *
      *----------------------------------------------------------------*
       3000-SCAN-PROVIDERS.
           OPEN INPUT VSAM-FILE.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL860 - UNABLE TO OPEN VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-VSAM-KEY.
           START VSAM-FILE KEY >= IO-VSAM-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 3100-SCAN-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-VSAM-EOF.
           CLOSE VSAM-FILE.
       3000-EXIT.
           EXIT.

       3100-SCAN-ONE-RECORD.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   PERFORM 3200-JUDGE-HELD-PROVIDER THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL860 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 3100-EXIT
           END-IF.
           IF IO-VSAM-KEY-ID NOT = WS-PREV-ID
              PERFORM 3200-JUDGE-HELD-PROVIDER THRU 3200-EXIT
              MOVE IO-VSAM-KEY-ID TO WS-PREV-ID
           END-IF.
           IF IO-VSAM-STATUS-DELETED
              AND IO-VSAM-FILE-TYPE = WS-TYPE-FILE-TYPE(1)
              IF IO-VSAM-LOAD-TS > WS-MSTR-DEL-LOAD-TS
                 MOVE IO-VSAM-LOAD-TS TO WS-MSTR-DEL-LOAD-TS
              END-IF
              GO TO 3100-EXIT
           END-IF.
           IF NOT IO-VSAM-STATUS-GOOD
              GO TO 3100-EXIT
           END-IF.
           EVALUATE IO-VSAM-FILE-TYPE
               WHEN WS-TYPE-FILE-TYPE(1)
                   MOVE 1 TO WS-TYPE-NBR
               WHEN WS-TYPE-FILE-TYPE(2)
                   MOVE 2 TO WS-TYPE-NBR
               WHEN OTHER
                   GO TO 3100-EXIT
           END-EVALUATE.
           IF NOT WS-TYPE-HELD(WS-TYPE-NBR)
              OR IO-VSAM-LOAD-TS > WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR)
              MOVE IO-VSAM-LOAD-TS
                TO WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR)
              MOVE IO-VSAM-TEXT-AA TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 1)
              MOVE IO-VSAM-TEXT-BB TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 2)
              MOVE IO-VSAM-TEXT-CC TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 3)
              MOVE IO-VSAM-TEXT-DD TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 4)
              MOVE IO-VSAM-TEXT-EE TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 5)
              MOVE IO-VSAM-TEXT-FF TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 6)
              MOVE IO-VSAM-TEXT-GG TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 7)
              SET WS-TYPE-HELD(WS-TYPE-NBR) TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-JUDGE-HELD-PROVIDER  -  the finished id group's          *
      *  credential: bucket it, cross-check it against PROVMSTR and    *
      *  CLMPROV, and report it.  A group with no GOOD PROVCRED        *
      *  record has nothing to tickle.                                 *
      *----------------------------------------------------------------*
       3200-JUDGE-HELD-PROVIDER.
           IF NOT WS-TYPE-HELD(2)
              GO TO 3290-RESET-GROUP
           END-IF.
           ADD 1 TO WS-CRED-CNT.
           MOVE 2 TO WS-TYPE-NBR.
           MOVE 'CREDENTIAL STATUS' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:10) TO WS-CRED-STATUS.
           MOVE 'RECRED DUE DATE' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:8)  TO WS-DUE-DATE-X.

           MOVE SPACES TO WS-BUCKET.
           EVALUATE TRUE
               WHEN WS-DUE-DATE-X NOT NUMERIC
                   ADD 1 TO WS-NO-DATE-CNT
               WHEN WS-DUE-DATE < WS-TODAY
                   MOVE 'PAST DUE' TO WS-BUCKET
                   ADD 1 TO WS-PAST-DUE-CNT
               WHEN WS-DUE-DATE NOT > WS-CUTOFF-30
                   MOVE '0-30'     TO WS-BUCKET
                   ADD 1 TO WS-DUE-30-CNT
               WHEN WS-DUE-DATE NOT > WS-CUTOFF-60
                   MOVE '31-60'    TO WS-BUCKET
                   ADD 1 TO WS-DUE-60-CNT
               WHEN WS-DUE-DATE NOT > WS-CUTOFF-90
                   MOVE '61-90'    TO WS-BUCKET
                   ADD 1 TO WS-DUE-90-CNT
               WHEN OTHER
                   ADD 1 TO WS-BEYOND-90-CNT
           END-EVALUATE.

           MOVE 'NO ' TO WS-MSTR-CURRENT.
           IF WS-TYPE-HELD(1)
              AND WS-TYPE-HELD-LOAD-TS(1) (1:8) NOT < WS-MSTR-FROM-DATE
              AND WS-TYPE-HELD-LOAD-TS(1) > WS-MSTR-DEL-LOAD-TS
              MOVE 'YES' TO WS-MSTR-CURRENT
           END-IF.
           PERFORM 3300-MATCH-CLAIMS THRU 3300-EXIT.

           SET WS-EXPOSED-SW TO 'N'.
           IF WS-CRED-LAPSED OR WS-BUCKET = 'PAST DUE'
              IF WS-MSTR-CURRENT = 'YES'
                 OR WS-CLAIMS-STANDING = 'ACTIVE'
                 SET WS-PROVIDER-EXPOSED TO TRUE
              END-IF
           END-IF.

           IF WS-BUCKET NOT = SPACES
              MOVE SPACES    TO RCRD-LINE
              MOVE WS-BUCKET TO RCRD-LINE-TYPE
              PERFORM 3400-WRITE-REPORT-LINE THRU 3400-EXIT
              PERFORM 3500-WRITE-WORK-RECORD THRU 3500-EXIT
           END-IF.
           IF WS-PROVIDER-EXPOSED
              ADD 1 TO WS-EXPOSURE-CNT
              MOVE SPACES     TO RCRD-LINE
              MOVE 'EXPOSURE' TO RCRD-LINE-TYPE
              PERFORM 3400-WRITE-REPORT-LINE THRU 3400-EXIT
           END-IF.
       3290-RESET-GROUP.
           MOVE 'N'    TO WS-TYPE-HELD-SW(1) WS-TYPE-HELD-SW(2).
           MOVE SPACES TO WS-TYPE-HELD-LOAD-TS(1)
                          WS-TYPE-HELD-LOAD-TS(2)
                          WS-MSTR-DEL-LOAD-TS.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-MATCH-CLAIMS  -  CLMPROV is written in the same provider *
      *  id order BAQPROV is browsed in, so the two are merged: skip   *
      *  claims details below the held id, then the detail sitting on  *
      *  the id says whether claims has it ACTIVE (D) or TERMED (X).   *
      *----------------------------------------------------------------*
       3300-MATCH-CLAIMS.
           MOVE 'ABSENT' TO WS-CLAIMS-STANDING.
           PERFORM 3310-READ-CLAIMS-DETAIL THRU 3310-EXIT
               UNTIL WS-CLM-EOF
                  OR WS-CLM-CUR-ID NOT < WS-PREV-ID(1:15).
           IF NOT WS-CLM-EOF
              AND WS-CLM-CUR-ID = WS-PREV-ID(1:15)
              IF WS-CLM-CUR-TYPE = 'X'
                 MOVE 'TERMED' TO WS-CLAIMS-STANDING
              ELSE
                 MOVE 'ACTIVE' TO WS-CLAIMS-STANDING
              END-IF
           END-IF.
       3300-EXIT.
           EXIT.

       3310-READ-CLAIMS-DETAIL.
           READ CLAIMS-FILE
               AT END
                   SET WS-CLM-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF WS-CLMPROV-STATUS NOT = '00'
              DISPLAY 'BAQL860 - READ ERROR ON CLAIMS-FILE, '
                      'STATUS=' WS-CLMPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-CLM-EOF TO TRUE
              GO TO 3310-EXIT
           END-IF.
           IF NOT CLM-IN-IS-DETAIL AND NOT CLM-IN-IS-TERM
              GO TO 3310-EXIT
           END-IF.
           MOVE CLM-IN-PROVIDER-ID TO WS-CLM-CUR-ID.
           MOVE CLM-IN-REC-TYPE    TO WS-CLM-CUR-TYPE.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3400-WRITE-REPORT-LINE  -  one report line for the held       *
      *  provider; the caller has set the line type.                   *
      *----------------------------------------------------------------*
       3400-WRITE-REPORT-LINE.
           MOVE WS-PREV-ID(1:15)   TO RCRD-PROVIDER-ID.
           MOVE 1 TO WS-TYPE-NBR.
           MOVE 'PROVIDER NAME'    TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           IF NOT WS-TYPE-HELD(1)
              MOVE SPACES TO WS-SLOT-VALUE
           END-IF.
           MOVE WS-SLOT-VALUE(1:30) TO RCRD-NAME.
           MOVE WS-CRED-STATUS     TO RCRD-CRED-STATUS.
           MOVE WS-DUE-DATE-X      TO RCRD-DUE-DATE.
           MOVE WS-MSTR-CURRENT    TO RCRD-MSTR-CURRENT.
           MOVE WS-CLAIMS-STANDING TO RCRD-CLAIMS.
           WRITE RCRD-LINE.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-WRITE-WORK-RECORD  -  one outreach D record, PROVMSTR    *
      *  fields placed by their IO-FLDMAP business names (blank when   *
      *  the provider has no GOOD PROVMSTR record), PROVCRED fields    *
      *  likewise.                                                     *
      *----------------------------------------------------------------*
       3500-WRITE-WORK-RECORD.
           MOVE SPACES          TO RCWK-DETAIL.
           MOVE 'D'             TO RCWK-DTL-REC-TYPE.
           MOVE WS-BUCKET       TO RCWK-DTL-BUCKET.
           MOVE WS-PREV-ID(1:15) TO RCWK-DTL-PROVIDER-ID.
           IF WS-TYPE-HELD(1)
              MOVE 1 TO WS-TYPE-NBR
              MOVE 'NPI'            TO WS-WANT-DESC
              PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT
              MOVE WS-SLOT-VALUE(1:10) TO RCWK-DTL-NPI
              MOVE 'PROVIDER NAME'  TO WS-WANT-DESC
              PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT
              MOVE WS-SLOT-VALUE(1:35) TO RCWK-DTL-NAME
              MOVE 'ADDRESS LINE 1' TO WS-WANT-DESC
              PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT
              MOVE WS-SLOT-VALUE(1:35) TO RCWK-DTL-ADDRESS-1
              MOVE 'CITY/STATE/ZIP' TO WS-WANT-DESC
              PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT
              MOVE WS-SLOT-VALUE(1:35) TO RCWK-DTL-CITY-ST-ZIP
              MOVE 'SPECIALTY CODE' TO WS-WANT-DESC
              PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT
              MOVE WS-SLOT-VALUE(1:10) TO RCWK-DTL-SPECIALTY
           END-IF.
           MOVE 2 TO WS-TYPE-NBR.
           MOVE 'DEA NUMBER'    TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:9) TO RCWK-DTL-DEA-NBR.
           MOVE WS-CRED-STATUS  TO RCWK-DTL-CRED-STATUS.
           MOVE WS-DUE-DATE-X   TO RCWK-DTL-RECRED-DATE.
           WRITE RCWK-DETAIL.
           ADD 1 TO WS-WORK-CNT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-WRITE-TOTALS  -  bucket totals on the report, and the    *
      *  work file trailer - unless the BAQPROV browse died short, in  *
      *  which case the work file gets no trailer and must not be      *
      *  used.                                                         *
      *----------------------------------------------------------------*
       4000-WRITE-TOTALS.
           MOVE SPACES                 TO RCRD-TOTAL-LINE.
           MOVE 'PROVCRED PROVIDERS'   TO RCRD-TOT-LABEL.
           MOVE WS-CRED-CNT            TO RCRD-TOT-CNT.
           WRITE RCRD-TOTAL-LINE.
           MOVE 'PAST DUE'             TO RCRD-TOT-LABEL.
           MOVE WS-PAST-DUE-CNT        TO RCRD-TOT-CNT.
           WRITE RCRD-TOTAL-LINE.
           MOVE 'DUE IN 0-30 DAYS'     TO RCRD-TOT-LABEL.
           MOVE WS-DUE-30-CNT          TO RCRD-TOT-CNT.
           WRITE RCRD-TOTAL-LINE.
           MOVE 'DUE IN 31-60 DAYS'    TO RCRD-TOT-LABEL.
           MOVE WS-DUE-60-CNT          TO RCRD-TOT-CNT.
           WRITE RCRD-TOTAL-LINE.
           MOVE 'DUE IN 61-90 DAYS'    TO RCRD-TOT-LABEL.
           MOVE WS-DUE-90-CNT          TO RCRD-TOT-CNT.
           WRITE RCRD-TOTAL-LINE.
           MOVE 'DUE AFTER 90 DAYS'    TO RCRD-TOT-LABEL.
           MOVE WS-BEYOND-90-CNT       TO RCRD-TOT-CNT.
           WRITE RCRD-TOTAL-LINE.
           MOVE 'NO VALID DUE DATE'    TO RCRD-TOT-LABEL.
           MOVE WS-NO-DATE-CNT         TO RCRD-TOT-CNT.
           WRITE RCRD-TOTAL-LINE.
           MOVE 'EXPOSURE'             TO RCRD-TOT-LABEL.
           MOVE WS-EXPOSURE-CNT        TO RCRD-TOT-CNT.
           WRITE RCRD-TOTAL-LINE.

           IF RETURN-CODE = 16
              DISPLAY 'BAQL860 - SCAN INCOMPLETE, NO TRAILER '
                      'WRITTEN - PROVRCWK MUST NOT BE USED'
              GO TO 4000-EXIT
           END-IF.
           MOVE SPACES           TO RCWK-TRAILER.
           MOVE 'T'              TO RCWK-TRL-REC-TYPE.
           MOVE WS-WORK-CNT      TO RCWK-TRL-RECORD-CNT.
           MOVE WS-RUN-TIMESTAMP TO RCWK-TRL-RUN-TS.
           WRITE RCWK-TRAILER.

           DISPLAY 'BAQL860 - ' WS-CRED-CNT ' PROVCRED PROVIDERS, '
                   WS-WORK-CNT ' DUE WITHIN 90 DAYS OR PAST DUE, '
                   WS-EXPOSURE-CNT ' EXPOSED'.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-GET-SLOT-BY-DESC  -  the held record of file type        *
      *  WS-TYPE-NBR whose IO-FLDMAP description matches WS-WANT-DESC; *
      *  spaces when the file type does not carry that field.          *
      *----------------------------------------------------------------*
       8000-GET-SLOT-BY-DESC.
           MOVE SPACES TO WS-SLOT-VALUE.
           SET WS-SLOT-FOUND-SW TO 'N'.
           PERFORM 8010-TEST-ONE-SLOT THRU 8010-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7
                      OR WS-SLOT-FOUND.
       8000-EXIT.
           EXIT.

       8010-TEST-ONE-SLOT.
           IF WS-TYPE-DESC-TXT(WS-TYPE-NBR, WS-SLOT-NBR) = WS-WANT-DESC
              SET WS-SLOT-FOUND TO TRUE
              MOVE WS-TYPE-HELD-TEXT(WS-TYPE-NBR, WS-SLOT-NBR)
                TO WS-SLOT-VALUE
           END-IF.
       8010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-DAYS-AHEAD  -  today plus WS-WORK-DAYS days, walked      *
      *  forward a month at a time.                                    *
      *----------------------------------------------------------------*
       8100-DAYS-AHEAD.
           MOVE WS-TODAY-YYYY TO WS-WORK-YYYY.
           MOVE WS-TODAY-MM   TO WS-WORK-MM.
           MOVE WS-TODAY-DD   TO WS-WORK-DD.
           ADD WS-WORK-DAYS TO WS-WORK-DD.
           PERFORM 8200-DAYS-IN-MONTH THRU 8200-EXIT.
           PERFORM 8110-AHEAD-ONE-MONTH THRU 8110-EXIT
               UNTIL WS-WORK-DD NOT > WS-DAYS-IN-MONTH.
           COMPUTE WS-CUTOFF-DATE = WS-WORK-YYYY * 10000
                                  + WS-WORK-MM * 100
                                  + WS-WORK-DD.
       8100-EXIT.
           EXIT.

       8110-AHEAD-ONE-MONTH.
           SUBTRACT WS-DAYS-IN-MONTH FROM WS-WORK-DD.
           ADD 1 TO WS-WORK-MM.
           IF WS-WORK-MM > 12
              MOVE 1 TO WS-WORK-MM
              ADD 1 TO WS-WORK-YYYY
           END-IF.
           PERFORM 8200-DAYS-IN-MONTH THRU 8200-EXIT.
       8110-EXIT.
           EXIT.

       8200-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN OTHER
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-WORK-YYYY BY 4 GIVING WS-QUOTIENT
                          REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = 0
                      DIVIDE WS-WORK-YYYY BY 100 GIVING WS-QUOTIENT
                             REMAINDER WS-REMAINDER
                      IF WS-REMAINDER NOT = 0
                         MOVE 29 TO WS-DAYS-IN-MONTH
                      ELSE
                         DIVIDE WS-WORK-YYYY BY 400
                                GIVING WS-QUOTIENT
                                REMAINDER WS-REMAINDER
                         IF WS-REMAINDER = 0
                            MOVE 29 TO WS-DAYS-IN-MONTH
                         END-IF
                      END-IF
                   END-IF
           END-EVALUATE.
       8200-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE TICKLER-FILE.
           CLOSE WORK-FILE.
           IF WS-CLMPROV-STATUS NOT = '35'
              CLOSE CLAIMS-FILE
           END-IF.
           GOBACK.
       9999-EXIT.
           EXIT.
