      *================================================================*
      *  PROGRAM-ID.  BAQL930                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Consolidated provider profile extract.  BAQL900 extracts one  *
      *  file type per run, so a provider's master data (PROVMSTR),    *
      *  licensing and network status (PROVDEMO), remit and tax data   *
      *  (PROVTAX), credentialing (PROVCRED) and dental tier           *
      *  (PROVDENT) never sat together anywhere - the provider         *
      *  directory and network management assembled them by hand       *
      *  from five PROVCSV pulls.  This program joins them by          *
      *  provider id in one pass over BAQPROV and writes the PROVPRF   *
      *  profile file: one wide fixed-layout D record per provider     *
      *  carrying, for each file type, the values of that type's       *
      *  newest GOOD record (greatest load timestamp - the same pick   *
      *  BAQL900 makes) placed by their IO-FLDMAP business names.  A   *
      *  type's records count only from its file-id's last full load   *
      *  in PROVBTCH onward, since that load replaced every provider   *
      *  picture before it; with no full load registered every         *
      *  retained cycle counts, and with no registry at all (every     *
      *  load full) only the completed load does.  A provider with no  *
      *  GOOD record of a file type in that span, or whose newest      *
      *  record of it is an incremental delete, gets that section      *
      *  blank and its present indicator set to N.                     *
      *                                                                *
      *  The parm names the contributing loads as up to five           *
      *  file-id/file-type pairs.  Every pair must pass the guard      *
      *  BAQL900 applies - PROVCTL checkpoint load-complete and the    *
      *  file-id's most recent PROVREC reconciliation MATCH - or the   *
      *  extract is refused with return code 8 and no profile file     *
      *  content, so the directory never receives a partial or         *
      *  unbalanced load of any one type.  A file type not named in    *
      *  the parm contributes nothing and its section is blank on      *
      *  every profile.                                                *
      *                                                                *
      *  Profile records are 600 bytes: an H header with the run       *
      *  timestamp and each file type's completed load timestamp, the  *
      *  D details, and a T trailer with the detail count and the      *
      *  number of profiles each file type contributed to, so the      *
      *  receiving job can verify the transmission.                    *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  TAKE EACH TYPE'S RECORDS ONLY FROM ITS    *
      *                      LAST FULL LOAD ONWARD (PROVBTCH), SO A    *
      *                      PROVIDER A FULL LOAD DROPPED IS NO LONGER *
      *                      SHOWN, AND BLANK A SECTION WHOSE NEWEST   *
      *                      RECORD IS AN INCREMENTAL DELETE.          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL930.
       AUTHOR.        BAQLDS BATCH SUPPORT.
       INSTALLATION.  BAQLDS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE    ASSIGN TO PROVCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-CTL-FILE-ID
                  FILE STATUS IS WS-PROVCTL-STATUS.

           SELECT RECON-FILE      ASSIGN TO PROVREC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVREC-STATUS.

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

           SELECT PROFILE-FILE    ASSIGN TO PROVPRF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVPRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-CTL.

       FD  RECON-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REC-IN-LINE.
           05  REC-IN-FILE-ID                 PIC X(08).
           05  FILLER                         PIC X(02).
           05  REC-IN-RUN-TS                  PIC X(26).
           05  FILLER                         PIC X(02).
           05  REC-IN-SOURCE-CNT              PIC X(09).
           05  FILLER                         PIC X(02).
           05  REC-IN-STAGED-CNT              PIC X(09).
           05  FILLER                         PIC X(02).
           05  REC-IN-RESULT                  PIC X(08).
           05  FILLER                         PIC X(02).
           05  REC-IN-REASON                  PIC X(40).

       FD  VSAM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-VSAM.

       FD  BATCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-BATCH.

      *----------------------------------------------------------------*
      *  Provider profile file - 600-byte fixed records, one H         *
      *  header, one D detail per provider, one T trailer.  Each D     *
      *  section opens with its file type's present indicator (Y/N)    *
      *  and the load timestamp of the record it was taken from.       *
      *----------------------------------------------------------------*
       FD  PROFILE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRF-HEADER.
           05  PRF-HDR-REC-TYPE               PIC X(01).
           05  PRF-HDR-RUN-TS                 PIC X(26).
           05  PRF-HDR-LOAD OCCURS 5 TIMES.
               10  PRF-HDR-FILE-TYPE          PIC X(08).
               10  PRF-HDR-LOAD-TS            PIC X(26).
           05  FILLER                         PIC X(403) VALUE SPACES.
       01  PRF-DETAIL.
           05  PRF-DTL-REC-TYPE               PIC X(01).
           05  PRF-DTL-PROVIDER-ID            PIC X(15).
           05  PRF-MSTR-SECTION.
               10  PRF-MSTR-PRESENT           PIC X(01).
               10  PRF-MSTR-LOAD-TS           PIC X(26).
               10  PRF-MSTR-NPI               PIC X(10).
               10  PRF-MSTR-TAX-ID            PIC X(09).
               10  PRF-MSTR-NAME              PIC X(35).
               10  PRF-MSTR-ADDRESS-1         PIC X(35).
               10  PRF-MSTR-CITY-ST-ZIP       PIC X(35).
               10  PRF-MSTR-SPECIALTY         PIC X(10).
           05  PRF-DEMO-SECTION.
               10  PRF-DEMO-PRESENT           PIC X(01).
               10  PRF-DEMO-LOAD-TS           PIC X(26).
               10  PRF-DEMO-LICENSE-NBR       PIC X(15).
               10  PRF-DEMO-LICENSE-ST        PIC X(02).
               10  PRF-DEMO-BOARD-CERT        PIC X(20).
               10  PRF-DEMO-EFF-DATE          PIC X(08).
               10  PRF-DEMO-TERM-DATE         PIC X(08).
               10  PRF-DEMO-NETWORK-STAT      PIC X(10).
           05  PRF-TAX-SECTION.
               10  PRF-TAX-PRESENT            PIC X(01).
               10  PRF-TAX-LOAD-TS            PIC X(26).
               10  PRF-TAX-TAX-ID             PIC X(09).
               10  PRF-TAX-TAX-ID-TYPE        PIC X(03).
               10  PRF-TAX-REMIT-NAME         PIC X(35).
               10  PRF-TAX-REMIT-ADDR-1       PIC X(35).
               10  PRF-TAX-REMIT-CITY-ST-ZIP  PIC X(35).
               10  PRF-TAX-EFT-ACCOUNT        PIC X(17).
           05  PRF-CRED-SECTION.
               10  PRF-CRED-PRESENT           PIC X(01).
               10  PRF-CRED-LOAD-TS           PIC X(26).
               10  PRF-CRED-DEA-NBR           PIC X(09).
               10  PRF-CRED-STATUS            PIC X(10).
               10  PRF-CRED-RECRED-DATE       PIC X(08).
           05  PRF-DENT-SECTION.
               10  PRF-DENT-PRESENT           PIC X(01).
               10  PRF-DENT-LOAD-TS           PIC X(26).
               10  PRF-DENT-NPI               PIC X(10).
               10  PRF-DENT-DENTAL-SPEC       PIC X(10).
               10  PRF-DENT-NETWORK-TIER      PIC X(10).
               10  PRF-DENT-EFF-DATE          PIC X(08).
               10  PRF-DENT-TERM-DATE         PIC X(08).
           05  FILLER                         PIC X(45) VALUE SPACES.
       01  PRF-TRAILER.
           05  PRF-TRL-REC-TYPE               PIC X(01).
           05  PRF-TRL-RECORD-CNT             PIC 9(09).
           05  PRF-TRL-RUN-TS                 PIC X(26).
           05  PRF-TRL-TYPE-CNT               PIC 9(09) OCCURS 5 TIMES.
           05  FILLER                         PIC X(519) VALUE SPACES.

       WORKING-STORAGE SECTION.
       COPY IO-FLDMAP.

       01  WS-FILE-STATUSES.
           05  WS-PROVCTL-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVREC-STATUS              PIC X(02) VALUE '00'.
           05  WS-BAQPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVBTCH-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVPRF-STATUS              PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SEQ-EOF-SW                  PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF                            VALUE 'Y'.
           05  WS-VSAM-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-VSAM-EOF                           VALUE 'Y'.
           05  WS-BTCH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-BTCH-EOF                           VALUE 'Y'.
           05  WS-BTCH-SEEN-SW                PIC X(01) VALUE 'N'.
               88  WS-BTCH-SEEN                          VALUE 'Y'.
           05  WS-SLOT-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND                          VALUE 'Y'.
           05  WS-GROUP-HELD-SW               PIC X(01) VALUE 'N'.
               88  WS-GROUP-HAS-HELD                      VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SLOT-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-PAIR-IDX                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-TYPE-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-PAIR-CNT                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-READ-CNT                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-PROFILE-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.

      *----------------------------------------------------------------*
      *  The contributing loads named on the parm, checked one by one  *
      *  against PROVCTL and PROVREC.  WS-PAIR-TYPE-NBR is the pair's  *
      *  position in IO-FLDMAP, which is also its section on the       *
      *  profile record.                                               *
      *----------------------------------------------------------------*
       01  WS-LOAD-PAIRS.
           05  WS-PAIR-ENTRY OCCURS 5 TIMES.
               10  WS-PAIR-FILE-ID            PIC X(08).
               10  WS-PAIR-FILE-TYPE          PIC X(08).
               10  WS-PAIR-TYPE-NBR           PIC S9(4) USAGE COMP-5.
               10  WS-PAIR-LOAD-TS            PIC X(26).
               10  WS-PAIR-LAST-RECON         PIC X(08).

      *----------------------------------------------------------------*
      *  One entry per IO-FLDMAP file type, in IO-FLDMAP order: its    *
      *  seven slot descriptions, whether the parm names a load for    *
      *  it, the oldest load date its records are taken from (spaces - *
      *  every retained cycle), and the current id group's newest      *
      *  GOOD or incremental delete record of that type so far.        *
      *----------------------------------------------------------------*
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 5 TIMES.
               10  WS-TYPE-FILE-TYPE          PIC X(08).
               10  WS-TYPE-WANTED-SW          PIC X(01).
                   88  WS-TYPE-WANTED                     VALUE 'Y'.
               10  WS-TYPE-HELD-SW            PIC X(01).
                   88  WS-TYPE-HELD                       VALUE 'Y'.
               10  WS-TYPE-HELD-DEL-SW        PIC X(01).
                   88  WS-TYPE-HELD-DELETED               VALUE 'Y'.
               10  WS-TYPE-FROM-DATE          PIC X(08).
               10  WS-TYPE-PROFILE-CNT        PIC S9(9) USAGE COMP-5.
               10  WS-TYPE-DESC-TXT           PIC X(30)
                                              OCCURS 7 TIMES.
               10  WS-TYPE-HELD-LOAD-TS       PIC X(26).
               10  WS-TYPE-HELD-TEXT          PIC X(80)
                                              OCCURS 7 TIMES.

       01  WS-SLOT-WORK.
           05  WS-WANT-DESC                   PIC X(30) VALUE SPACES.
           05  WS-SLOT-VALUE                  PIC X(80) VALUE SPACES.

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
      *  One 16-byte file-id/file-type pair per contributing load;   *
      *  the parm length says how many were supplied.                 *
      *--------------------------------------------------------------*
               10  LK-PARM-PAIR OCCURS 5 TIMES.
                   15  LK-PARM-FILE-ID        PIC X(08).
                   15  LK-PARM-FILE-TYPE      PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 2000-VERIFY-LOAD-STATE THRU 2000-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 3000-WRITE-PROFILES    THRU 3000-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  stamp the run, capture every file type's  *
      *  IO-FLDMAP slot descriptions and take the contributing loads   *
      *  off the parm.                                                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CDT-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-HHMMSSSS FROM TIME.
           STRING WS-CDT-YYYYMMDD DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CDT-HHMMSSSS  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING.

           PERFORM 1100-LOAD-TYPE-ENTRY THRU 1100-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT.

           DIVIDE LK-PARM-LEN BY 16 GIVING WS-PAIR-CNT.
           IF WS-PAIR-CNT > 5
              MOVE 5 TO WS-PAIR-CNT
           END-IF.
           IF WS-PAIR-CNT < 1
              DISPLAY 'BAQL930 - NO FILE-ID/FILE-TYPE PAIRS ON THE '
                      'PARM - EXTRACT NOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-TAKE-ONE-PAIR THRU 1200-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-CNT.
       1000-EXIT.
           EXIT.

       1100-LOAD-TYPE-ENTRY.
           MOVE IO-FLDMAP-FILE-TYPE(WS-MAP-IDX)
             TO WS-TYPE-FILE-TYPE(WS-MAP-IDX).
           MOVE 'N' TO WS-TYPE-WANTED-SW(WS-MAP-IDX).
           MOVE 'N' TO WS-TYPE-HELD-SW(WS-MAP-IDX).
           MOVE 'N' TO WS-TYPE-HELD-DEL-SW(WS-MAP-IDX).
           MOVE SPACES TO WS-TYPE-FROM-DATE(WS-MAP-IDX).
           MOVE 0   TO WS-TYPE-PROFILE-CNT(WS-MAP-IDX).
           MOVE SPACES TO WS-TYPE-HELD-LOAD-TS(WS-MAP-IDX).
           MOVE IO-FLDMAP-AA-DESC(WS-MAP-IDX)
             TO WS-TYPE-DESC-TXT(WS-MAP-IDX, 1).
           MOVE IO-FLDMAP-BB-DESC(WS-MAP-IDX)
             TO WS-TYPE-DESC-TXT(WS-MAP-IDX, 2).
           MOVE IO-FLDMAP-CC-DESC(WS-MAP-IDX)
             TO WS-TYPE-DESC-TXT(WS-MAP-IDX, 3).
           MOVE IO-FLDMAP-DD-DESC(WS-MAP-IDX)
             TO WS-TYPE-DESC-TXT(WS-MAP-IDX, 4).
           MOVE IO-FLDMAP-EE-DESC(WS-MAP-IDX)
             TO WS-TYPE-DESC-TXT(WS-MAP-IDX, 5).
           MOVE IO-FLDMAP-FF-DESC(WS-MAP-IDX)
             TO WS-TYPE-DESC-TXT(WS-MAP-IDX, 6).
           MOVE IO-FLDMAP-GG-DESC(WS-MAP-IDX)
             TO WS-TYPE-DESC-TXT(WS-MAP-IDX, 7).
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-TAKE-ONE-PAIR  -  a pair whose file type has no          *
      *  IO-FLDMAP entry, or repeats a type already named, refuses     *
      *  the run - its records would have no section to land in.       *
      *----------------------------------------------------------------*
       1200-TAKE-ONE-PAIR.
           MOVE LK-PARM-FILE-ID(WS-PAIR-IDX)
             TO WS-PAIR-FILE-ID(WS-PAIR-IDX).
           MOVE LK-PARM-FILE-TYPE(WS-PAIR-IDX)
             TO WS-PAIR-FILE-TYPE(WS-PAIR-IDX).
           MOVE SPACES TO WS-PAIR-LOAD-TS(WS-PAIR-IDX).
           MOVE SPACES TO WS-PAIR-LAST-RECON(WS-PAIR-IDX).
           MOVE 0 TO WS-PAIR-TYPE-NBR(WS-PAIR-IDX).
           PERFORM 1210-MATCH-PAIR-TYPE THRU 1210-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT
                      OR WS-PAIR-TYPE-NBR(WS-PAIR-IDX) > 0.
           IF WS-PAIR-TYPE-NBR(WS-PAIR-IDX) = 0
              DISPLAY 'BAQL930 - FILE TYPE '
                      WS-PAIR-FILE-TYPE(WS-PAIR-IDX)
                      ' HAS NO IO-FLDMAP ENTRY - EXTRACT NOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO 1200-EXIT
           END-IF.
           MOVE WS-PAIR-TYPE-NBR(WS-PAIR-IDX) TO WS-TYPE-NBR.
           IF WS-TYPE-WANTED(WS-TYPE-NBR)
              DISPLAY 'BAQL930 - FILE TYPE '
                      WS-PAIR-FILE-TYPE(WS-PAIR-IDX)
                      ' NAMED TWICE ON THE PARM - EXTRACT NOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO 1200-EXIT
           END-IF.
           SET WS-TYPE-WANTED(WS-TYPE-NBR) TO TRUE.
       1200-EXIT.
           EXIT.

       1210-MATCH-PAIR-TYPE.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX)
                 = WS-PAIR-FILE-TYPE(WS-PAIR-IDX)
              MOVE WS-MAP-IDX TO WS-PAIR-TYPE-NBR(WS-PAIR-IDX)
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-VERIFY-LOAD-STATE  -  BAQL900's guard, applied to every  *
      *  contributing load: checkpoint complete, and most recent       *
      *  reconciliation a MATCH.  One failing load refuses the whole   *
      *  extract.                                                      *
      *----------------------------------------------------------------*
       2000-VERIFY-LOAD-STATE.
           OPEN INPUT CONTROL-FILE.
           IF WS-PROVCTL-STATUS NOT = '00'
              DISPLAY 'BAQL930 - UNABLE TO OPEN CONTROL-FILE, '
                      'STATUS=' WS-PROVCTL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-CHECK-ONE-CHECKPOINT THRU 2050-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-CNT.
           CLOSE CONTROL-FILE.
           IF RETURN-CODE NOT = 0
              GO TO 2000-EXIT
           END-IF.

           OPEN INPUT RECON-FILE.
           IF WS-PROVREC-STATUS NOT = '00'
              DISPLAY 'BAQL930 - UNABLE TO OPEN RECON-FILE, '
                      'STATUS=' WS-PROVREC-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           SET WS-SEQ-EOF-SW TO 'N'.
           PERFORM 2100-READ-ONE-RECON-ROW THRU 2100-EXIT
               UNTIL WS-SEQ-EOF.
           CLOSE RECON-FILE.
           IF RETURN-CODE NOT = 0
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-CHECK-ONE-RECON THRU 2200-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-CNT.
           IF RETURN-CODE NOT = 0
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-FIND-FROM-DATES THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2050-CHECK-ONE-CHECKPOINT.
           MOVE WS-PAIR-FILE-ID(WS-PAIR-IDX) TO IO-CTL-FILE-ID.
           READ CONTROL-FILE
               INVALID KEY
                   DISPLAY 'BAQL930 - NO CHECKPOINT FOR FILE-ID '
                           WS-PAIR-FILE-ID(WS-PAIR-IDX)
                           ' - EXTRACT NOT RUN'
                   MOVE 8 TO RETURN-CODE
                   GO TO 2050-EXIT
           END-READ.
           IF IO-CTL-LOAD-IN-PROGRESS
              DISPLAY 'BAQL930 - LOAD STILL IN PROGRESS FOR '
                      'FILE-ID ' WS-PAIR-FILE-ID(WS-PAIR-IDX)
                      ' - EXTRACT NOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO 2050-EXIT
           END-IF.
           MOVE IO-CTL-CHECKPOINT-TS TO WS-PAIR-LOAD-TS(WS-PAIR-IDX).
       2050-EXIT.
           EXIT.

       2100-READ-ONE-RECON-ROW.
           READ RECON-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PROVREC-STATUS NOT = '00'
              DISPLAY 'BAQL930 - READ ERROR ON RECON-FILE, '
                      'STATUS=' WS-PROVREC-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-NOTE-PAIR-RECON THRU 2110-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-CNT.
       2100-EXIT.
           EXIT.

       2110-NOTE-PAIR-RECON.
           IF REC-IN-FILE-ID = WS-PAIR-FILE-ID(WS-PAIR-IDX)
              MOVE REC-IN-RESULT TO WS-PAIR-LAST-RECON(WS-PAIR-IDX)
           END-IF.
       2110-EXIT.
           EXIT.

       2200-CHECK-ONE-RECON.
           IF WS-PAIR-LAST-RECON(WS-PAIR-IDX) NOT = 'MATCH   '
              DISPLAY 'BAQL930 - LAST RECONCILIATION FOR FILE-ID '
                      WS-PAIR-FILE-ID(WS-PAIR-IDX) ' IS '
                      WS-PAIR-LAST-RECON(WS-PAIR-IDX)
                      ' - EXTRACT NOT RUN'
              MOVE 8 TO RETURN-CODE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-FIND-FROM-DATES  -  each contributing type's records     *
      *  count from its file-id's latest full load registered in       *
      *  PROVBTCH, the same registry BAQL900 reads to see how far back *
      *  incremental cycles reach.  A file-id with only incremental    *
      *  loads registered reaches back over every retained cycle; no   *
      *  registry at all means every load was full, so only the        *
      *  completed load's cycle counts.                                *
      *----------------------------------------------------------------*
       2300-FIND-FROM-DATES.
           OPEN INPUT BATCH-FILE.
           IF WS-PROVBTCH-STATUS = '35'
              PERFORM 2330-TAKE-CHECKPOINT-DATE THRU 2330-EXIT
                      VARYING WS-PAIR-IDX FROM 1 BY 1
                      UNTIL WS-PAIR-IDX > WS-PAIR-CNT
              GO TO 2300-EXIT
           END-IF.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL930 - UNABLE TO OPEN BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-FIND-PAIR-FROM-DATE THRU 2310-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-CNT.
           CLOSE BATCH-FILE.
       2300-EXIT.
           EXIT.

       2310-FIND-PAIR-FROM-DATE.
           MOVE WS-PAIR-TYPE-NBR(WS-PAIR-IDX) TO WS-TYPE-NBR.
           SET WS-BTCH-SEEN-SW TO 'N'.
           SET WS-BTCH-EOF-SW TO 'N'.
           MOVE WS-PAIR-FILE-ID(WS-PAIR-IDX) TO IO-BATCH-FILE-ID.
           MOVE LOW-VALUES TO IO-BATCH-DATE.
           START BATCH-FILE KEY >= IO-BATCH-KEY
               INVALID KEY
                   SET WS-BTCH-EOF TO TRUE
           END-START.
           PERFORM 2320-NOTE-ONE-BATCH THRU 2320-EXIT
               UNTIL WS-BTCH-EOF.
           IF NOT WS-BTCH-SEEN
              PERFORM 2330-TAKE-CHECKPOINT-DATE THRU 2330-EXIT
           END-IF.
       2310-EXIT.
           EXIT.

       2320-NOTE-ONE-BATCH.
           READ BATCH-FILE NEXT RECORD
               AT END
                   SET WS-BTCH-EOF TO TRUE
                   GO TO 2320-EXIT
           END-READ.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL930 - READ ERROR ON BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-BTCH-EOF TO TRUE
              GO TO 2320-EXIT
           END-IF.
           IF IO-BATCH-FILE-ID NOT = WS-PAIR-FILE-ID(WS-PAIR-IDX)
              SET WS-BTCH-EOF TO TRUE
              GO TO 2320-EXIT
           END-IF.
           SET WS-BTCH-SEEN TO TRUE.
           IF IO-BATCH-FULL-LOAD
              AND IO-BATCH-LOAD-TS(1:8) > WS-TYPE-FROM-DATE(WS-TYPE-NBR)
              MOVE IO-BATCH-LOAD-TS(1:8)
                TO WS-TYPE-FROM-DATE(WS-TYPE-NBR)
           END-IF.
       2320-EXIT.
           EXIT.

       2330-TAKE-CHECKPOINT-DATE.
           MOVE WS-PAIR-TYPE-NBR(WS-PAIR-IDX) TO WS-TYPE-NBR.
           MOVE WS-PAIR-LOAD-TS(WS-PAIR-IDX) (1:8)
             TO WS-TYPE-FROM-DATE(WS-TYPE-NBR).
       2330-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-WRITE-PROFILES  -  header, one profile per provider id   *
      *  group holding a GOOD record of any contributing type,         *
      *  trailer with the counts.                                      *
      *----------------------------------------------------------------*
       3000-WRITE-PROFILES.
           OPEN INPUT VSAM-FILE.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL930 - UNABLE TO OPEN VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT PROFILE-FILE.
           IF WS-PROVPRF-STATUS NOT = '00'
              DISPLAY 'BAQL930 - UNABLE TO OPEN PROFILE-FILE, '
                      'STATUS=' WS-PROVPRF-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE VSAM-FILE
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES           TO PRF-HEADER.
           MOVE 'H'              TO PRF-HDR-REC-TYPE.
           MOVE WS-RUN-TIMESTAMP TO PRF-HDR-RUN-TS.
           PERFORM 3010-NOTE-HEADER-LOAD THRU 3010-EXIT
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-CNT.
           WRITE PRF-HEADER.

           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-VSAM-KEY.
           START VSAM-FILE KEY >= IO-VSAM-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 3100-JOIN-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-VSAM-EOF.

      *    A browse that died short of end of file must not get a
      *    trailer - a count that matches the partial details would
      *    pass the receiving job's verification.
           IF RETURN-CODE = 16
              DISPLAY 'BAQL930 - EXTRACT INCOMPLETE, NO TRAILER '
                      'WRITTEN - PROVPRF MUST NOT BE TRANSMITTED'
              CLOSE VSAM-FILE
              CLOSE PROFILE-FILE
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES           TO PRF-TRAILER.
           MOVE 'T'              TO PRF-TRL-REC-TYPE.
           MOVE WS-PROFILE-CNT   TO PRF-TRL-RECORD-CNT.
           MOVE WS-RUN-TIMESTAMP TO PRF-TRL-RUN-TS.
           PERFORM 3020-NOTE-TRAILER-COUNT THRU 3020-EXIT
                   VARYING WS-TYPE-NBR FROM 1 BY 1
                   UNTIL WS-TYPE-NBR > 5.
           WRITE PRF-TRAILER.

           DISPLAY 'BAQL930 - ' WS-READ-CNT ' BAQPROV RECORDS READ, '
                   WS-PROFILE-CNT ' PROVIDER PROFILES WRITTEN'.
           CLOSE VSAM-FILE.
           CLOSE PROFILE-FILE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3010-NOTE-HEADER-LOAD  -  the header carries each             *
      *  contributing load in its file type's IO-FLDMAP position.      *
      *----------------------------------------------------------------*
       3010-NOTE-HEADER-LOAD.
           MOVE WS-PAIR-TYPE-NBR(WS-PAIR-IDX) TO WS-TYPE-NBR.
           MOVE WS-PAIR-FILE-TYPE(WS-PAIR-IDX)
             TO PRF-HDR-FILE-TYPE(WS-TYPE-NBR).
           MOVE WS-PAIR-LOAD-TS(WS-PAIR-IDX)
             TO PRF-HDR-LOAD-TS(WS-TYPE-NBR).
       3010-EXIT.
           EXIT.

       3020-NOTE-TRAILER-COUNT.
           MOVE WS-TYPE-PROFILE-CNT(WS-TYPE-NBR)
             TO PRF-TRL-TYPE-CNT(WS-TYPE-NBR).
       3020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-JOIN-ONE-RECORD  -  BAQPROV is in provider id order      *
      *  across every file type, so each id group is complete when     *
      *  the id changes; within the group keep the newest GOOD or      *
      *  incremental delete record of each contributing file type      *
      *  loaded on or after the type's from date.                      *
      *----------------------------------------------------------------*
       3100-JOIN-ONE-RECORD.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   PERFORM 3200-WRITE-GROUP-PROFILE THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL930 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-READ-CNT.
           IF IO-VSAM-KEY-ID NOT = WS-PREV-ID
              PERFORM 3200-WRITE-GROUP-PROFILE THRU 3200-EXIT
              MOVE IO-VSAM-KEY-ID TO WS-PREV-ID
           END-IF.
           IF NOT IO-VSAM-STATUS-GOOD
              AND NOT IO-VSAM-STATUS-DELETED
              GO TO 3100-EXIT
           END-IF.
           MOVE 0 TO WS-TYPE-NBR.
           PERFORM 3110-MATCH-RECORD-TYPE THRU 3110-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT
                      OR WS-TYPE-NBR > 0.
           IF WS-TYPE-NBR = 0
              GO TO 3100-EXIT
           END-IF.
           IF NOT WS-TYPE-WANTED(WS-TYPE-NBR)
              GO TO 3100-EXIT
           END-IF.
           IF IO-VSAM-LOAD-TS(1:8) < WS-TYPE-FROM-DATE(WS-TYPE-NBR)
              GO TO 3100-EXIT
           END-IF.
           IF WS-TYPE-HELD(WS-TYPE-NBR)
              AND IO-VSAM-LOAD-TS
                  NOT > WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR)
              GO TO 3100-EXIT
           END-IF.
           MOVE IO-VSAM-LOAD-TS TO WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR).
           SET WS-TYPE-HELD(WS-TYPE-NBR) TO TRUE.
           IF IO-VSAM-STATUS-DELETED
              SET WS-TYPE-HELD-DELETED(WS-TYPE-NBR) TO TRUE
           ELSE
              MOVE 'N' TO WS-TYPE-HELD-DEL-SW(WS-TYPE-NBR)
              MOVE IO-VSAM-TEXT-AA TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 1)
              MOVE IO-VSAM-TEXT-BB TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 2)
              MOVE IO-VSAM-TEXT-CC TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 3)
              MOVE IO-VSAM-TEXT-DD TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 4)
              MOVE IO-VSAM-TEXT-EE TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 5)
              MOVE IO-VSAM-TEXT-FF TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 6)
              MOVE IO-VSAM-TEXT-GG TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 7)
           END-IF.
       3100-EXIT.
           EXIT.

       3110-MATCH-RECORD-TYPE.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX) = IO-VSAM-FILE-TYPE
              MOVE WS-MAP-IDX TO WS-TYPE-NBR
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-WRITE-GROUP-PROFILE  -  the finished id group's profile, *
      *  one section per file type; a type the group holds no GOOD     *
      *  record of, or whose newest record is a delete, stays blank    *
      *  with its present indicator N.  Nothing present at all means   *
      *  no profile for the group.                                     *
      *----------------------------------------------------------------*
       3200-WRITE-GROUP-PROFILE.
           SET WS-GROUP-HELD-SW TO 'N'.
           PERFORM 3205-TEST-ONE-PRESENT THRU 3205-EXIT
                   VARYING WS-TYPE-NBR FROM 1 BY 1
                   UNTIL WS-TYPE-NBR > 5.
           IF NOT WS-GROUP-HAS-HELD
              PERFORM 3220-CLEAR-ONE-TYPE THRU 3220-EXIT
                      VARYING WS-TYPE-NBR FROM 1 BY 1
                      UNTIL WS-TYPE-NBR > 5
              GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO PRF-DETAIL.
           MOVE 'D'    TO PRF-DTL-REC-TYPE.
           MOVE WS-PREV-ID(1:15) TO PRF-DTL-PROVIDER-ID.
           MOVE 'N' TO PRF-MSTR-PRESENT PRF-DEMO-PRESENT
                       PRF-TAX-PRESENT  PRF-CRED-PRESENT
                       PRF-DENT-PRESENT.
           PERFORM 3210-PLACE-ONE-SECTION THRU 3210-EXIT
                   VARYING WS-TYPE-NBR FROM 1 BY 1
                   UNTIL WS-TYPE-NBR > 5.
           WRITE PRF-DETAIL.
           ADD 1 TO WS-PROFILE-CNT.
       3200-EXIT.
           EXIT.

       3205-TEST-ONE-PRESENT.
           IF WS-TYPE-HELD(WS-TYPE-NBR)
              AND NOT WS-TYPE-HELD-DELETED(WS-TYPE-NBR)
              SET WS-GROUP-HAS-HELD TO TRUE
           END-IF.
       3205-EXIT.
           EXIT.

       3210-PLACE-ONE-SECTION.
           IF NOT WS-TYPE-HELD(WS-TYPE-NBR)
              OR WS-TYPE-HELD-DELETED(WS-TYPE-NBR)
              PERFORM 3220-CLEAR-ONE-TYPE THRU 3220-EXIT
              GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-TYPE-PROFILE-CNT(WS-TYPE-NBR).
           EVALUATE WS-TYPE-FILE-TYPE(WS-TYPE-NBR)
               WHEN 'PROVMSTR'
                   PERFORM 3300-PLACE-MSTR-SECTION THRU 3300-EXIT
               WHEN 'PROVDEMO'
                   PERFORM 3310-PLACE-DEMO-SECTION THRU 3310-EXIT
               WHEN 'PROVTAX '
                   PERFORM 3320-PLACE-TAX-SECTION  THRU 3320-EXIT
               WHEN 'PROVCRED'
                   PERFORM 3330-PLACE-CRED-SECTION THRU 3330-EXIT
               WHEN 'PROVDENT'
                   PERFORM 3340-PLACE-DENT-SECTION THRU 3340-EXIT
           END-EVALUATE.
           PERFORM 3220-CLEAR-ONE-TYPE THRU 3220-EXIT.
       3210-EXIT.
           EXIT.

       3220-CLEAR-ONE-TYPE.
           MOVE 'N'    TO WS-TYPE-HELD-SW(WS-TYPE-NBR).
           MOVE 'N'    TO WS-TYPE-HELD-DEL-SW(WS-TYPE-NBR).
           MOVE SPACES TO WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR).
       3220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-3340  -  one section each, fields placed by their        *
      *  IO-FLDMAP business names out of the held record of the file   *
      *  type in WS-TYPE-NBR.                                          *
      *----------------------------------------------------------------*
       3300-PLACE-MSTR-SECTION.
           MOVE 'Y' TO PRF-MSTR-PRESENT.
           MOVE WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR) TO PRF-MSTR-LOAD-TS.
           MOVE 'NPI'            TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:10) TO PRF-MSTR-NPI.
           MOVE 'TAX ID'         TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:9)  TO PRF-MSTR-TAX-ID.
           MOVE 'PROVIDER NAME'  TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:35) TO PRF-MSTR-NAME.
           MOVE 'ADDRESS LINE 1' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:35) TO PRF-MSTR-ADDRESS-1.
           MOVE 'CITY/STATE/ZIP' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:35) TO PRF-MSTR-CITY-ST-ZIP.
           MOVE 'SPECIALTY CODE' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:10) TO PRF-MSTR-SPECIALTY.
       3300-EXIT.
           EXIT.

       3310-PLACE-DEMO-SECTION.
           MOVE 'Y' TO PRF-DEMO-PRESENT.
           MOVE WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR) TO PRF-DEMO-LOAD-TS.
           MOVE 'LICENSE NUMBER' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:15) TO PRF-DEMO-LICENSE-NBR.
           MOVE 'LICENSE STATE'  TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:2)  TO PRF-DEMO-LICENSE-ST.
           MOVE 'BOARD CERTIFICATION' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:20) TO PRF-DEMO-BOARD-CERT.
           MOVE 'EFFECTIVE DATE' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:8)  TO PRF-DEMO-EFF-DATE.
           MOVE 'TERM DATE'      TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:8)  TO PRF-DEMO-TERM-DATE.
           MOVE 'NETWORK STATUS' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:10) TO PRF-DEMO-NETWORK-STAT.
       3310-EXIT.
           EXIT.

       3320-PLACE-TAX-SECTION.
           MOVE 'Y' TO PRF-TAX-PRESENT.
           MOVE WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR) TO PRF-TAX-LOAD-TS.
           MOVE 'TAX ID'         TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:9)  TO PRF-TAX-TAX-ID.
           MOVE 'TAX ID TYPE'    TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:3)  TO PRF-TAX-TAX-ID-TYPE.
           MOVE 'REMIT NAME'     TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:35) TO PRF-TAX-REMIT-NAME.
           MOVE 'REMIT ADDRESS LINE 1' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:35) TO PRF-TAX-REMIT-ADDR-1.
           MOVE 'REMIT CITY/STATE/ZIP' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:35) TO PRF-TAX-REMIT-CITY-ST-ZIP.
           MOVE 'EFT ACCOUNT NUMBER' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:17) TO PRF-TAX-EFT-ACCOUNT.
       3320-EXIT.
           EXIT.

       3330-PLACE-CRED-SECTION.
           MOVE 'Y' TO PRF-CRED-PRESENT.
           MOVE WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR) TO PRF-CRED-LOAD-TS.
           MOVE 'DEA NUMBER'     TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:9)  TO PRF-CRED-DEA-NBR.
           MOVE 'CREDENTIAL STATUS' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:10) TO PRF-CRED-STATUS.
           MOVE 'RECRED DUE DATE' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:8)  TO PRF-CRED-RECRED-DATE.
       3330-EXIT.
           EXIT.

       3340-PLACE-DENT-SECTION.
           MOVE 'Y' TO PRF-DENT-PRESENT.
           MOVE WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR) TO PRF-DENT-LOAD-TS.
           MOVE 'NPI'            TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:10) TO PRF-DENT-NPI.
           MOVE 'DENTAL SPECIALTY' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:10) TO PRF-DENT-DENTAL-SPEC.
           MOVE 'NETWORK TIER'   TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:10) TO PRF-DENT-NETWORK-TIER.
           MOVE 'EFFECTIVE DATE' TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:8)  TO PRF-DENT-EFF-DATE.
           MOVE 'TERM DATE'      TO WS-WANT-DESC.
           PERFORM 8000-GET-SLOT-BY-DESC THRU 8000-EXIT.
           MOVE WS-SLOT-VALUE(1:8)  TO PRF-DENT-TERM-DATE.
       3340-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-GET-SLOT-BY-DESC  -  the held record of file type        *
      *  WS-TYPE-NBR whose IO-FLDMAP description matches WS-WANT-DESC; *
      *  spaces when the file type does not carry that field.          *
      *----------------------------------------------------------------*
       8000-GET-SLOT-BY-DESC.
           MOVE SPACES TO WS-SLOT-VALUE.
           SET WS-SLOT-FOUND-SW TO 'N'.
           PERFORM 8100-TEST-ONE-SLOT THRU 8100-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7
                      OR WS-SLOT-FOUND.
       8000-EXIT.
           EXIT.

       8100-TEST-ONE-SLOT.
           IF WS-TYPE-DESC-TXT(WS-TYPE-NBR, WS-SLOT-NBR) = WS-WANT-DESC
              SET WS-SLOT-FOUND TO TRUE
              MOVE WS-TYPE-HELD-TEXT(WS-TYPE-NBR, WS-SLOT-NBR)
                TO WS-SLOT-VALUE
           END-IF.
       8100-EXIT.
           EXIT.

       9999-TERMINATE.
           GOBACK.
       9999-EXIT.
           EXIT.
