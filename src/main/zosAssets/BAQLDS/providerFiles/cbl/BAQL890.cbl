      *================================================================*
      *  PROGRAM-ID.  BAQL890                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Network adequacy report.  Counts the providers in network on  *
      *  the parm as-of date by specialty and service area, for the    *
      *  state regulators and network management, in place of the      *
      *  quarterly spreadsheet built by hand from PROVCSV.             *
      *                                                                *
      *  Source, by parm: the PROVMAST effective-dated master (each    *
      *  provider's row of each file type with the greatest           *
      *  effective date not after the as-of date), or BAQPROV (each    *
      *  provider's newest GOOD record of each file type in that       *
      *  type's newest cycle loaded on or before the as-of date).      *
      *  That newest cycle must have been a full load: an incremental  *
      *  cycle carries only the providers that changed, so when        *
      *  PROVBTCH registers a type's newest cycle as incremental the   *
      *  staging source is refused (RC 8) - run with the master source *
      *  instead.                                                      *
      *                                                                *
      *  A provider is in network when its PROVDEMO record is in       *
      *  force on the as-of date (effective, TERM DATE zero or after   *
      *  it) and its NETWORK STATUS is one of the in-network values.   *
      *  It is counted under its PROVMSTR SPECIALTY CODE, in the       *
      *  state and ZIP3 taken from the PROVMSTR CITY/STATE/ZIP, and    *
      *  again in a statewide line for the specialty.  A provider      *
      *  with an in-force PROVDENT record is counted the same way for  *
      *  dental under its DENTAL SPECIALTY and NETWORK TIER (and a     *
      *  line for all tiers), provided any PROVDEMO record it has is   *
      *  in network.  Providers with no PROVMSTR record cannot be      *
      *  placed and are only totalled.                                 *
      *                                                                *
      *  Every cell is compared with the PROVNATH minimum-count table  *
      *  and flagged SHORT below its minimum - a table cell with no    *
      *  providers at all is still reported, at zero.  The cells are   *
      *  written to the PROVNASN snapshot, and the previous run's      *
      *  snapshot (PROVNAPR - the prior quarter's) supplies the        *
      *  change column; without one the change is left blank.          *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  REFUSE THE BAQPROV SOURCE WHEN A TYPE'S   *
      *                      NEWEST CYCLE WAS AN INCREMENTAL LOAD      *
      *                      (PROVBTCH) - IT HOLDS ONLY THE CHANGED    *
      *                      PROVIDERS.                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL890.
       AUTHOR.        BAQLDS BATCH SUPPORT.
       INSTALLATION.  BAQLDS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE     ASSIGN TO PROVMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-MAST-KEY
                  FILE STATUS IS WS-PROVMAST-STATUS.

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

           SELECT THRESH-FILE     ASSIGN TO PROVNATH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVNATH-STATUS.

           SELECT PRIOR-FILE      ASSIGN TO PROVNAPR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVNAPR-STATUS.

           SELECT SNAP-FILE       ASSIGN TO PROVNASN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVNASN-STATUS.

           SELECT REPORT-FILE     ASSIGN TO PROVNADQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVNADQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-MAST.

       FD  VSAM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-VSAM.

       FD  BATCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-BATCH.

      *----------------------------------------------------------------*
      *  Minimum-count table - one card per specialty and area.        *
      *  Column 1 is M (medical) or D (dental); a blank tier on a      *
      *  dental card means all tiers, a blank ZIP3 means statewide.    *
      *  Blank cards and cards starting with '*' are comments.         *
      *----------------------------------------------------------------*
       FD  THRESH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  THR-CARD.
           05  THR-CATEGORY                   PIC X(01).
           05  FILLER                         PIC X(01).
           05  THR-SPECIALTY                  PIC X(10).
           05  FILLER                         PIC X(01).
           05  THR-TIER                       PIC X(10).
           05  FILLER                         PIC X(01).
           05  THR-STATE                      PIC X(02).
           05  FILLER                         PIC X(01).
           05  THR-ZIP3                       PIC X(03).
           05  FILLER                         PIC X(01).
           05  THR-MINIMUM-X                  PIC X(05).
           05  THR-MINIMUM REDEFINES THR-MINIMUM-X
                                              PIC 9(05).
           05  FILLER                         PIC X(44).

      *----------------------------------------------------------------*
      *  Adequacy snapshot - 80-byte records, one H header naming the  *
      *  as-of date and one D per cell with its in-network count.      *
      *  PROVNAPR is the previous run's PROVNASN.                      *
      *----------------------------------------------------------------*
       FD  PRIOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRI-RECORD.
           05  PRI-REC-TYPE                   PIC X(01).
               88  PRI-IS-HEADER                         VALUE 'H'.
               88  PRI-IS-DETAIL                         VALUE 'D'.
           05  PRI-AS-OF-DATE                 PIC X(08).
           05  PRI-CELL-KEY                   PIC X(26).
           05  PRI-COUNT                      PIC 9(09).
           05  FILLER                         PIC X(36).

       FD  SNAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SNP-RECORD.
           05  SNP-REC-TYPE                   PIC X(01).
           05  SNP-AS-OF-DATE                 PIC X(08).
           05  SNP-CELL-KEY                   PIC X(26).
           05  SNP-COUNT                      PIC 9(09).
           05  SNP-RUN-TS                     PIC X(26).
           05  FILLER                         PIC X(10).

      *----------------------------------------------------------------*
      *  Adequacy report - run header lines, one line per cell, and    *
      *  the totals.                                                   *
      *----------------------------------------------------------------*
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NADQ-LINE.
           05  NADQ-CATEGORY                  PIC X(06).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-SPECIALTY                 PIC X(10).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-TIER                      PIC X(10).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-STATE                     PIC X(02).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-AREA                      PIC X(05).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-ACTIVE                    PIC Z(8)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-MINIMUM                   PIC Z(8)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-PRIOR                     PIC Z(8)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-CHANGE                    PIC -(8)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-FLAG                      PIC X(05).
       01  NADQ-HEADER.
           05  NADQ-HDR-LITERAL               PIC X(20).
           05  NADQ-HDR-VALUE                 PIC X(26).
           05  FILLER                         PIC X(54) VALUE SPACES.
       01  NADQ-COL-HEADER.
           05  FILLER                         PIC X(08)
               VALUE 'TYPE'.
           05  FILLER                         PIC X(12)
               VALUE 'SPECIALTY'.
           05  FILLER                         PIC X(12)
               VALUE 'TIER'.
           05  FILLER                         PIC X(04)
               VALUE 'ST'.
           05  FILLER                         PIC X(07)
               VALUE 'AREA'.
           05  FILLER                         PIC X(11)
               VALUE '   ACTIVE'.
           05  FILLER                         PIC X(11)
               VALUE '  MINIMUM'.
           05  FILLER                         PIC X(11)
               VALUE '    PRIOR'.
           05  FILLER                         PIC X(11)
               VALUE '   CHANGE'.
           05  FILLER                         PIC X(05)
               VALUE 'FLAG'.
       01  NADQ-TOTAL-LINE.
           05  NADQ-TOT-LABEL                 PIC X(36).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  NADQ-TOT-CNT                   PIC Z(8)9.
           05  FILLER                         PIC X(53) VALUE SPACES.

       WORKING-STORAGE SECTION.
       COPY IO-FLDMAP.

       01  WS-FILE-STATUSES.
           05  WS-PROVMAST-STATUS             PIC X(02) VALUE '00'.
           05  WS-BAQPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVBTCH-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVNATH-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVNAPR-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVNASN-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVNADQ-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SEQ-EOF-SW                  PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF                            VALUE 'Y'.
           05  WS-VSAM-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-VSAM-EOF                           VALUE 'Y'.
           05  WS-BTCH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-BTCH-EOF                           VALUE 'Y'.
           05  WS-SLOT-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND                          VALUE 'Y'.
           05  WS-CELL-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-CELL-FOUND                          VALUE 'Y'.
           05  WS-DEMO-IN-NETWORK-SW          PIC X(01) VALUE 'N'.
               88  WS-DEMO-IN-NETWORK                     VALUE 'Y'.
           05  WS-PRIOR-PRESENT-SW            PIC X(01) VALUE 'N'.
               88  WS-PRIOR-PRESENT                       VALUE 'Y'.
           05  WS-TABLE-FULL-SW               PIC X(01) VALUE 'N'.
               88  WS-TABLE-FULL                          VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SLOT-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-TYPE-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-CELL-IDX                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-CELL-POS                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-CELL-USE-IDX                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-CSZ-POS                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-CSZ-END                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-CSZ-HIT                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-CELL-HIT                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-PROVIDER-CNT                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-MEDICAL-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-DENTAL-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-NO-MSTR-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-THRESHOLD-CNT               PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-SHORT-CNT                   PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-DROPPED-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-CHANGE                      PIC S9(9) USAGE COMP-5
                                               VALUE 0.

      *----------------------------------------------------------------*
      *  Run parameters: the as-of date and the source - M for the     *
      *  PROVMAST master (the default), S for the BAQPROV staging      *
      *  cycles.                                                       *
      *----------------------------------------------------------------*
       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
           05  WS-AS-OF-DATE-X                PIC X(08) VALUE SPACES.
           05  WS-AS-OF-DATE REDEFINES WS-AS-OF-DATE-X
                                              PIC 9(08).
           05  WS-SOURCE                      PIC X(01) VALUE 'M'.
               88  WS-SOURCE-MASTER                      VALUE 'M'.
               88  WS-SOURCE-STAGING                     VALUE 'S'.
           05  WS-PRIOR-AS-OF                 PIC X(08) VALUE SPACES.
           05  WS-PREV-ID                     PIC X(80)
                                              VALUE LOW-VALUE.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYYMMDD                PIC 9(08).
           05  WS-CDT-HHMMSSSS                PIC 9(08).

      *----------------------------------------------------------------*
      *  The three file types this report reads, in this order, with   *
      *  their IO-FLDMAP slot descriptions, each type's newest cycle   *
      *  on or before the as-of date (staging source only), and        *
      *  the current id group's record of each in force on the date.   *
      *----------------------------------------------------------------*
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 3 TIMES.
               10  WS-TYPE-FILE-TYPE          PIC X(08).
               10  WS-TYPE-MAX-LOAD-DATE      PIC X(08).
               10  WS-TYPE-MAX-LOAD-TS        PIC X(26).
               10  WS-TYPE-HELD-SW            PIC X(01).
                   88  WS-TYPE-HELD                       VALUE 'Y'.
               10  WS-TYPE-DESC-TXT           PIC X(30)
                                              OCCURS 7 TIMES.
               10  WS-TYPE-HELD-LOAD-TS       PIC X(26).
               10  WS-TYPE-HELD-TERM-DATE     PIC 9(08).
               10  WS-TYPE-HELD-TEXT          PIC X(80)
                                              OCCURS 7 TIMES.

       01  WS-SLOT-WORK.
           05  WS-WANT-DESC                   PIC X(30) VALUE SPACES.
           05  WS-SLOT-VALUE                  PIC X(80) VALUE SPACES.
           05  WS-RECORD-TEXT                 PIC X(80) OCCURS 7 TIMES.
           05  WS-DATE-SLOT-X                 PIC X(08) VALUE SPACES.
           05  WS-DATE-SLOT REDEFINES WS-DATE-SLOT-X
                                              PIC 9(08).
           05  WS-EFF-DATE                    PIC 9(08) VALUE 0.
           05  WS-TERM-DATE                   PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
      *  The NETWORK STATUS values network management sends for a      *
      *  provider taking members.                                      *
      *----------------------------------------------------------------*
       01  WS-NETWORK-STATUS                  PIC X(10) VALUE SPACES.
           88  WS-NETWORK-ACTIVE              VALUE 'ACTIVE'
                                                    'IN'
                                                    'INN'
                                                    'IN NETWORK'
                                                    'IN-NETWORK'
                                                    'PAR'
                                                    'PARTICIPAT'
                                                    'A'.

      *----------------------------------------------------------------*
      *  The provider's service area, parsed off the PROVMSTR          *
      *  CITY/STATE/ZIP: the last word is the ZIP, the two letters     *
      *  before it the state.  Unreadable parts show as '??'.          *
      *  WS-CSZ-WANT is what the right-to-left scan is looking for.    *
      *----------------------------------------------------------------*
       01  WS-AREA-WORK.
           05  WS-CSZ-TEXT                    PIC X(80) VALUE SPACES.
           05  WS-CSZ-WANT                    PIC X(01) VALUE SPACE.
               88  WS-CSZ-WANT-TEXT                      VALUE 'T'.
               88  WS-CSZ-WANT-BREAK                     VALUE 'B'.
               88  WS-CSZ-WANT-WORD                      VALUE 'W'.
           05  WS-AREA-STATE                  PIC X(02) VALUE SPACES.
           05  WS-AREA-ZIP3                   PIC X(03) VALUE SPACES.
           05  WS-SPECIALTY                   PIC X(10) VALUE SPACES.
           05  WS-TIER                        PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *  Cell table, kept in key order as cells are added so the       *
      *  lookup is a binary search and the report comes out sorted.    *
      *  '***' in the tier or ZIP3 is the all-tiers or statewide       *
      *  line.                                                         *
      *----------------------------------------------------------------*
       01  WS-WANT-CELL-KEY.
           05  WS-WANT-CATEGORY               PIC X(01).
           05  WS-WANT-SPECIALTY              PIC X(10).
           05  WS-WANT-TIER                   PIC X(10).
           05  WS-WANT-STATE                  PIC X(02).
           05  WS-WANT-ZIP3                   PIC X(03).

       01  WS-CELL-HOLD.
           05  FILLER                         PIC X(26).
           05  FILLER                         PIC S9(9) USAGE COMP-5.
           05  FILLER                         PIC S9(9) USAGE COMP-5.
           05  FILLER                         PIC X(01).
           05  FILLER                         PIC S9(9) USAGE COMP-5.
           05  FILLER                         PIC X(01).

       01  WS-CELL-TABLE.
           05  WS-CELL-CNT                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-CELL-ENTRY
               OCCURS 0 TO 5000 TIMES
               DEPENDING ON WS-CELL-CNT
               ASCENDING KEY IS WS-CELL-KEY
               INDEXED BY WS-CELL-TIDX.
               10  WS-CELL-KEY.
                   15  WS-CELL-CATEGORY       PIC X(01).
                       88  WS-CELL-MEDICAL               VALUE 'M'.
                       88  WS-CELL-DENTAL                VALUE 'D'.
                   15  WS-CELL-SPECIALTY      PIC X(10).
                   15  WS-CELL-TIER           PIC X(10).
                   15  WS-CELL-STATE          PIC X(02).
                   15  WS-CELL-ZIP3           PIC X(03).
               10  WS-CELL-ACTIVE             PIC S9(9) USAGE COMP-5.
               10  WS-CELL-MINIMUM            PIC S9(9) USAGE COMP-5.
               10  WS-CELL-MIN-SW             PIC X(01).
                   88  WS-CELL-HAS-MINIMUM               VALUE 'Y'.
               10  WS-CELL-PRIOR              PIC S9(9) USAGE COMP-5.
               10  WS-CELL-PRIOR-SW           PIC X(01).
                   88  WS-CELL-HAS-PRIOR                 VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                    PIC S9(4) USAGE COMP.
           05  LK-PARM-DATA.
      *--------------------------------------------------------------*
      *  As-of date YYYYMMDD (today when omitted), then M or S for   *
      *  the source (M when omitted).                                *
      *--------------------------------------------------------------*
               10  LK-PARM-AS-OF-DATE         PIC X(08).
               10  LK-PARM-SOURCE             PIC X(01).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 2000-LOAD-THRESHOLDS   THRU 2000-EXIT.
           PERFORM 2500-LOAD-PRIOR-RUN    THRU 2500-EXIT.
           IF RETURN-CODE NOT = 0
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           IF WS-SOURCE-MASTER
              PERFORM 3000-SCAN-MASTER    THRU 3000-EXIT
           ELSE
              PERFORM 3500-FIND-CYCLES    THRU 3500-EXIT
              IF RETURN-CODE = 0
                 PERFORM 3600-SCAN-STAGING THRU 3600-EXIT
              END-IF
           END-IF.
           IF RETURN-CODE NOT = 0
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 5000-WRITE-REPORT      THRU 5000-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  stamp the run, take the parm, capture the *
      *  three file types' slot descriptions and open the outputs.     *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CDT-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-HHMMSSSS FROM TIME.
           STRING WS-CDT-YYYYMMDD DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CDT-HHMMSSSS  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING.

           MOVE WS-CDT-YYYYMMDD TO WS-AS-OF-DATE.
           IF LK-PARM-LEN >= 8
              AND LK-PARM-AS-OF-DATE NUMERIC
              MOVE LK-PARM-AS-OF-DATE TO WS-AS-OF-DATE-X
           END-IF.
           IF LK-PARM-LEN >= 9
              AND LK-PARM-SOURCE NOT = SPACE
              MOVE LK-PARM-SOURCE TO WS-SOURCE
           END-IF.
           IF NOT WS-SOURCE-MASTER AND NOT WS-SOURCE-STAGING
              DISPLAY 'BAQL890 - SOURCE MUST BE M (PROVMAST) OR S '
                      '(BAQPROV) - REPORT NOT RUN'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           MOVE 'PROVMSTR' TO WS-TYPE-FILE-TYPE(1).
           MOVE 'PROVDEMO' TO WS-TYPE-FILE-TYPE(2).
           MOVE 'PROVDENT' TO WS-TYPE-FILE-TYPE(3).
           PERFORM 1100-LOAD-TYPE-ENTRY THRU 1100-EXIT
                   VARYING WS-TYPE-NBR FROM 1 BY 1
                   UNTIL WS-TYPE-NBR > 3.

           OPEN OUTPUT REPORT-FILE.
           IF WS-PROVNADQ-STATUS NOT = '00'
              DISPLAY 'BAQL890 - UNABLE TO OPEN REPORT-FILE, '
                      'STATUS=' WS-PROVNADQ-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT SNAP-FILE.
           IF WS-PROVNASN-STATUS NOT = '00'
              DISPLAY 'BAQL890 - UNABLE TO OPEN SNAP-FILE, '
                      'STATUS=' WS-PROVNASN-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE REPORT-FILE
              GO TO 1000-EXIT
           END-IF.
           MOVE SPACES           TO SNP-RECORD.
           MOVE 'H'              TO SNP-REC-TYPE.
           MOVE WS-AS-OF-DATE-X  TO SNP-AS-OF-DATE.
           MOVE WS-RUN-TIMESTAMP TO SNP-RUN-TS.
           WRITE SNP-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-TYPE-ENTRY.
           MOVE 'N'    TO WS-TYPE-HELD-SW(WS-TYPE-NBR).
           MOVE SPACES TO WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR).
           MOVE SPACES TO WS-TYPE-MAX-LOAD-DATE(WS-TYPE-NBR).
           MOVE SPACES TO WS-TYPE-MAX-LOAD-TS(WS-TYPE-NBR).
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
      *  2000-LOAD-THRESHOLDS  -  every minimum-count card becomes a   *
      *  cell, so an area with no providers at all is still reported  *
      *  against its minimum.  A missing table means no minimums.      *
      *----------------------------------------------------------------*
       2000-LOAD-THRESHOLDS.
           OPEN INPUT THRESH-FILE.
           IF WS-PROVNATH-STATUS = '35'
              DISPLAY 'BAQL890 - NO PROVNATH MINIMUM TABLE - CELLS '
                      'ARE COUNTED BUT NOT FLAGGED'
              GO TO 2000-EXIT
           END-IF.
           IF WS-PROVNATH-STATUS NOT = '00'
              DISPLAY 'BAQL890 - UNABLE TO OPEN THRESH-FILE, '
                      'STATUS=' WS-PROVNATH-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           SET WS-SEQ-EOF-SW TO 'N'.
           PERFORM 2100-LOAD-ONE-THRESHOLD THRU 2100-EXIT
               UNTIL WS-SEQ-EOF.
           CLOSE THRESH-FILE.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-THRESHOLD.
           READ THRESH-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PROVNATH-STATUS NOT = '00'
              DISPLAY 'BAQL890 - READ ERROR ON THRESH-FILE, '
                      'STATUS=' WS-PROVNATH-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              GO TO 2100-EXIT
           END-IF.
           IF THR-CARD = SPACES OR THR-CATEGORY = '*'
              GO TO 2100-EXIT
           END-IF.
           IF (THR-CATEGORY NOT = 'M' AND THR-CATEGORY NOT = 'D')
              OR THR-MINIMUM-X NOT NUMERIC
              DISPLAY 'BAQL890 - MINIMUM CARD IGNORED: ' THR-CARD(1:36)
              GO TO 2100-EXIT
           END-IF.
           MOVE THR-CATEGORY  TO WS-WANT-CATEGORY.
           MOVE THR-SPECIALTY TO WS-WANT-SPECIALTY.
           MOVE THR-STATE     TO WS-WANT-STATE.
           MOVE THR-ZIP3      TO WS-WANT-ZIP3.
           IF THR-ZIP3 = SPACES
              MOVE '***' TO WS-WANT-ZIP3
           END-IF.
           MOVE SPACES TO WS-WANT-TIER.
           IF THR-CATEGORY = 'D'
              MOVE THR-TIER TO WS-WANT-TIER
              IF THR-TIER = SPACES
                 MOVE '***' TO WS-WANT-TIER
              END-IF
           END-IF.
           PERFORM 8000-FIND-CELL THRU 8000-EXIT.
           IF WS-CELL-FOUND
              MOVE THR-MINIMUM TO WS-CELL-MINIMUM(WS-CELL-USE-IDX)
              SET WS-CELL-HAS-MINIMUM(WS-CELL-USE-IDX) TO TRUE
              ADD 1 TO WS-THRESHOLD-CNT
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-LOAD-PRIOR-RUN  -  the previous run's snapshot supplies  *
      *  each cell's prior count; a cell the prior run had that has    *
      *  since emptied is kept, at zero, so the loss shows.            *
      *----------------------------------------------------------------*
       2500-LOAD-PRIOR-RUN.
           OPEN INPUT PRIOR-FILE.
           IF WS-PROVNAPR-STATUS = '35'
              DISPLAY 'BAQL890 - NO PRIOR SNAPSHOT - CHANGE COLUMN '
                      'LEFT BLANK'
              GO TO 2500-EXIT
           END-IF.
           IF WS-PROVNAPR-STATUS NOT = '00'
              DISPLAY 'BAQL890 - UNABLE TO OPEN PRIOR-FILE, '
                      'STATUS=' WS-PROVNAPR-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2500-EXIT
           END-IF.
           SET WS-PRIOR-PRESENT TO TRUE.
           SET WS-SEQ-EOF-SW TO 'N'.
           PERFORM 2510-LOAD-ONE-PRIOR THRU 2510-EXIT
               UNTIL WS-SEQ-EOF.
           CLOSE PRIOR-FILE.
       2500-EXIT.
           EXIT.

       2510-LOAD-ONE-PRIOR.
           READ PRIOR-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           IF WS-PROVNAPR-STATUS NOT = '00'
              DISPLAY 'BAQL890 - READ ERROR ON PRIOR-FILE, '
                      'STATUS=' WS-PROVNAPR-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              GO TO 2510-EXIT
           END-IF.
           IF PRI-IS-HEADER
              MOVE PRI-AS-OF-DATE TO WS-PRIOR-AS-OF
              GO TO 2510-EXIT
           END-IF.
           IF NOT PRI-IS-DETAIL
              OR PRI-COUNT NOT NUMERIC
              GO TO 2510-EXIT
           END-IF.
           MOVE PRI-CELL-KEY TO WS-WANT-CELL-KEY.
           PERFORM 8000-FIND-CELL THRU 8000-EXIT.
           IF WS-CELL-FOUND
              MOVE PRI-COUNT TO WS-CELL-PRIOR(WS-CELL-USE-IDX)
              SET WS-CELL-HAS-PRIOR(WS-CELL-USE-IDX) TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SCAN-MASTER  -  PROVMAST is in provider id then          *
      *  effective date order, so within an id group the last row of  *
      *  a file type not effective after the as-of date is the one in  *
      *  force on it.                                                  *
      *----------------------------------------------------------------*
       3000-SCAN-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-PROVMAST-STATUS NOT = '00'
              DISPLAY 'BAQL890 - UNABLE TO OPEN MASTER-FILE, '
                      'STATUS=' WS-PROVMAST-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-MAST-KEY.
           START MASTER-FILE KEY >= IO-MAST-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 3100-SCAN-ONE-MASTER-ROW THRU 3100-EXIT
               UNTIL WS-VSAM-EOF.
           CLOSE MASTER-FILE.
       3000-EXIT.
           EXIT.

       3100-SCAN-ONE-MASTER-ROW.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   PERFORM 4000-JUDGE-HELD-PROVIDER THRU 4000-EXIT
                   GO TO 3100-EXIT
           END-READ.
           IF WS-PROVMAST-STATUS NOT = '00'
              DISPLAY 'BAQL890 - READ ERROR ON MASTER-FILE, '
                      'STATUS=' WS-PROVMAST-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 3100-EXIT
           END-IF.
           IF IO-MAST-PROVIDER-ID NOT = WS-PREV-ID
              PERFORM 4000-JUDGE-HELD-PROVIDER THRU 4000-EXIT
              MOVE IO-MAST-PROVIDER-ID TO WS-PREV-ID
           END-IF.
           IF IO-MAST-EFF-DATE > WS-AS-OF-DATE
              GO TO 3100-EXIT
           END-IF.
           EVALUATE IO-MAST-FILE-TYPE
               WHEN WS-TYPE-FILE-TYPE(1)
                   MOVE 1 TO WS-TYPE-NBR
               WHEN WS-TYPE-FILE-TYPE(2)
                   MOVE 2 TO WS-TYPE-NBR
               WHEN WS-TYPE-FILE-TYPE(3)
                   MOVE 3 TO WS-TYPE-NBR
               WHEN OTHER
                   GO TO 3100-EXIT
           END-EVALUATE.
           MOVE IO-MAST-LOAD-TS   TO WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR).
           MOVE IO-MAST-TERM-DATE
             TO WS-TYPE-HELD-TERM-DATE(WS-TYPE-NBR).
           MOVE IO-MAST-TEXT-AA TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 1).
           MOVE IO-MAST-TEXT-BB TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 2).
           MOVE IO-MAST-TEXT-CC TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 3).
           MOVE IO-MAST-TEXT-DD TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 4).
           MOVE IO-MAST-TEXT-EE TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 5).
           MOVE IO-MAST-TEXT-FF TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 6).
           MOVE IO-MAST-TEXT-GG TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, 7).
           SET WS-TYPE-HELD(WS-TYPE-NBR) TO TRUE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-FIND-CYCLES  -  each file type's newest load date on or  *
      *  before the as-of date; only that cycle's records count.       *
      *  Incremental delete rows count toward finding the cycle, so an *
      *  incremental cycle of deletes only is still seen as the newest.*
      *----------------------------------------------------------------*
       3500-FIND-CYCLES.
           OPEN INPUT VSAM-FILE.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL890 - UNABLE TO OPEN VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3500-EXIT
           END-IF.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-VSAM-KEY.
           START VSAM-FILE KEY >= IO-VSAM-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 3510-NOTE-ONE-LOAD-DATE THRU 3510-EXIT
               UNTIL WS-VSAM-EOF.
           CLOSE VSAM-FILE.
           IF RETURN-CODE = 0
              PERFORM 3550-CHECK-CYCLE-MODES THRU 3550-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-NOTE-ONE-LOAD-DATE.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL890 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 3510-EXIT
           END-IF.
           IF (NOT IO-VSAM-STATUS-GOOD AND NOT IO-VSAM-STATUS-DELETED)
              OR IO-VSAM-LOAD-TS(1:8) > WS-AS-OF-DATE-X
              GO TO 3510-EXIT
           END-IF.
           EVALUATE IO-VSAM-FILE-TYPE
               WHEN WS-TYPE-FILE-TYPE(1)
                   MOVE 1 TO WS-TYPE-NBR
               WHEN WS-TYPE-FILE-TYPE(2)
                   MOVE 2 TO WS-TYPE-NBR
               WHEN WS-TYPE-FILE-TYPE(3)
                   MOVE 3 TO WS-TYPE-NBR
               WHEN OTHER
                   GO TO 3510-EXIT
           END-EVALUATE.
           IF IO-VSAM-LOAD-TS > WS-TYPE-MAX-LOAD-TS(WS-TYPE-NBR)
              MOVE IO-VSAM-LOAD-TS
                TO WS-TYPE-MAX-LOAD-TS(WS-TYPE-NBR)
              MOVE IO-VSAM-LOAD-TS(1:8)
                TO WS-TYPE-MAX-LOAD-DATE(WS-TYPE-NBR)
           END-IF.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3550-CHECK-CYCLE-MODES  -  the registry records each load's   *
      *  run timestamp, which is the LOAD-TS on every record the load  *
      *  staged, so a type's newest cycle is matched to its PROVBTCH   *
      *  registration by timestamp.  An incremental one refuses the    *
      *  staging source.  No registry means every load was full.       *
      *----------------------------------------------------------------*
       3550-CHECK-CYCLE-MODES.
           OPEN INPUT BATCH-FILE.
           IF WS-PROVBTCH-STATUS = '35'
              GO TO 3550-EXIT
           END-IF.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL890 - UNABLE TO OPEN BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3550-EXIT
           END-IF.
           SET WS-BTCH-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-BATCH-KEY.
           START BATCH-FILE KEY >= IO-BATCH-KEY
               INVALID KEY
                   SET WS-BTCH-EOF TO TRUE
           END-START.
           PERFORM 3560-CHECK-ONE-BATCH THRU 3560-EXIT
               UNTIL WS-BTCH-EOF.
           CLOSE BATCH-FILE.
       3550-EXIT.
           EXIT.

       3560-CHECK-ONE-BATCH.
           READ BATCH-FILE NEXT RECORD
               AT END
                   SET WS-BTCH-EOF TO TRUE
                   GO TO 3560-EXIT
           END-READ.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL890 - READ ERROR ON BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-BTCH-EOF TO TRUE
              GO TO 3560-EXIT
           END-IF.
           IF NOT IO-BATCH-INCREMENTAL-LOAD
              GO TO 3560-EXIT
           END-IF.
           PERFORM 3570-TEST-TYPE-CYCLE THRU 3570-EXIT
                   VARYING WS-TYPE-NBR FROM 1 BY 1
                   UNTIL WS-TYPE-NBR > 3.
       3560-EXIT.
           EXIT.

       3570-TEST-TYPE-CYCLE.
           IF WS-TYPE-MAX-LOAD-TS(WS-TYPE-NBR) NOT = SPACES
              AND WS-TYPE-MAX-LOAD-TS(WS-TYPE-NBR) = IO-BATCH-LOAD-TS
              DISPLAY 'BAQL890 - ' WS-TYPE-FILE-TYPE(WS-TYPE-NBR)
                      ' CYCLE ' WS-TYPE-MAX-LOAD-DATE(WS-TYPE-NBR)
                      ' IS AN INCREMENTAL LOAD (FILE-ID '
                      IO-BATCH-FILE-ID ') - SOURCE S NOT RUN, '
                      'USE SOURCE M'
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       3570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-SCAN-STAGING  -  BAQPROV is in provider id order across  *
      *  every file type; within an id group keep the newest GOOD      *
      *  record of each type from that type's chosen cycle.  A record  *
      *  whose EFFECTIVE DATE is after the as-of date is not yet in    *
      *  force and is passed over.                                     *
      *----------------------------------------------------------------*
       3600-SCAN-STAGING.
           OPEN INPUT VSAM-FILE.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL890 - UNABLE TO OPEN VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3600-EXIT
           END-IF.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-VSAM-KEY.
           START VSAM-FILE KEY >= IO-VSAM-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 3610-SCAN-ONE-RECORD THRU 3610-EXIT
               UNTIL WS-VSAM-EOF.
           CLOSE VSAM-FILE.
       3600-EXIT.
           EXIT.

       3610-SCAN-ONE-RECORD.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   PERFORM 4000-JUDGE-HELD-PROVIDER THRU 4000-EXIT
                   GO TO 3610-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL890 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 3610-EXIT
           END-IF.
           IF IO-VSAM-KEY-ID NOT = WS-PREV-ID
              PERFORM 4000-JUDGE-HELD-PROVIDER THRU 4000-EXIT
              MOVE IO-VSAM-KEY-ID TO WS-PREV-ID
           END-IF.
           IF NOT IO-VSAM-STATUS-GOOD
              GO TO 3610-EXIT
           END-IF.
           EVALUATE IO-VSAM-FILE-TYPE
               WHEN WS-TYPE-FILE-TYPE(1)
                   MOVE 1 TO WS-TYPE-NBR
               WHEN WS-TYPE-FILE-TYPE(2)
                   MOVE 2 TO WS-TYPE-NBR
               WHEN WS-TYPE-FILE-TYPE(3)
                   MOVE 3 TO WS-TYPE-NBR
               WHEN OTHER
                   GO TO 3610-EXIT
           END-EVALUATE.
           IF IO-VSAM-LOAD-TS(1:8)
                NOT = WS-TYPE-MAX-LOAD-DATE(WS-TYPE-NBR)
              GO TO 3610-EXIT
           END-IF.
           IF WS-TYPE-HELD(WS-TYPE-NBR)
              AND IO-VSAM-LOAD-TS
                    NOT > WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR)
              GO TO 3610-EXIT
           END-IF.

           MOVE IO-VSAM-TEXT-AA TO WS-RECORD-TEXT(1).
           MOVE IO-VSAM-TEXT-BB TO WS-RECORD-TEXT(2).
           MOVE IO-VSAM-TEXT-CC TO WS-RECORD-TEXT(3).
           MOVE IO-VSAM-TEXT-DD TO WS-RECORD-TEXT(4).
           MOVE IO-VSAM-TEXT-EE TO WS-RECORD-TEXT(5).
           MOVE IO-VSAM-TEXT-FF TO WS-RECORD-TEXT(6).
           MOVE IO-VSAM-TEXT-GG TO WS-RECORD-TEXT(7).
           MOVE 'EFFECTIVE DATE' TO WS-WANT-DESC.
           PERFORM 8100-GET-RECORD-DATE THRU 8100-EXIT.
           MOVE WS-DATE-SLOT-X TO WS-EFF-DATE.
           IF WS-EFF-DATE > WS-AS-OF-DATE
              GO TO 3610-EXIT
           END-IF.
           MOVE 'TERM DATE' TO WS-WANT-DESC.
           PERFORM 8100-GET-RECORD-DATE THRU 8100-EXIT.
           MOVE WS-DATE-SLOT-X TO WS-TERM-DATE.

           MOVE IO-VSAM-LOAD-TS TO WS-TYPE-HELD-LOAD-TS(WS-TYPE-NBR).
           MOVE WS-TERM-DATE
             TO WS-TYPE-HELD-TERM-DATE(WS-TYPE-NBR).
           PERFORM 3620-HOLD-ONE-SLOT THRU 3620-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7.
           SET WS-TYPE-HELD(WS-TYPE-NBR) TO TRUE.
       3610-EXIT.
           EXIT.

       3620-HOLD-ONE-SLOT.
           MOVE WS-RECORD-TEXT(WS-SLOT-NBR)
             TO WS-TYPE-HELD-TEXT(WS-TYPE-NBR, WS-SLOT-NBR).
       3620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-JUDGE-HELD-PROVIDER  -  the finished id group: is it in  *
      *  network on the as-of date, and if so, in which cells.  A      *
      *  record termed on or before the as-of date is not in force.    *
      *----------------------------------------------------------------*
       4000-JUDGE-HELD-PROVIDER.
           IF NOT WS-TYPE-HELD(1)
              AND NOT WS-TYPE-HELD(2)
              AND NOT WS-TYPE-HELD(3)
              GO TO 4090-RESET-GROUP
           END-IF.
           ADD 1 TO WS-PROVIDER-CNT.

           SET WS-DEMO-IN-NETWORK-SW TO 'N'.
           IF WS-TYPE-HELD(2)
              MOVE 2 TO WS-TYPE-NBR
              MOVE 'NETWORK STATUS' TO WS-WANT-DESC
              PERFORM 8200-GET-SLOT-BY-DESC THRU 8200-EXIT
              MOVE WS-SLOT-VALUE(1:10) TO WS-NETWORK-STATUS
              IF WS-NETWORK-ACTIVE
                 AND (WS-TYPE-HELD-TERM-DATE(2) = 0
                      OR WS-TYPE-HELD-TERM-DATE(2) > WS-AS-OF-DATE)
                 SET WS-DEMO-IN-NETWORK TO TRUE
              END-IF
           END-IF.
           IF WS-TYPE-HELD(3)
              AND WS-TYPE-HELD-TERM-DATE(3) NOT = 0
              AND WS-TYPE-HELD-TERM-DATE(3) NOT > WS-AS-OF-DATE
              MOVE 'N' TO WS-TYPE-HELD-SW(3)
           END-IF.
           IF WS-TYPE-HELD(3)
              AND WS-TYPE-HELD(2)
              AND NOT WS-DEMO-IN-NETWORK
              MOVE 'N' TO WS-TYPE-HELD-SW(3)
           END-IF.
           IF NOT WS-DEMO-IN-NETWORK
              AND NOT WS-TYPE-HELD(3)
              GO TO 4090-RESET-GROUP
           END-IF.
           IF NOT WS-TYPE-HELD(1)
              ADD 1 TO WS-NO-MSTR-CNT
              GO TO 4090-RESET-GROUP
           END-IF.

           PERFORM 4100-FIND-SERVICE-AREA THRU 4100-EXIT.
           MOVE WS-AREA-STATE TO WS-WANT-STATE.

           IF WS-DEMO-IN-NETWORK
              ADD 1 TO WS-MEDICAL-CNT
              MOVE 1 TO WS-TYPE-NBR
              MOVE 'SPECIALTY CODE' TO WS-WANT-DESC
              PERFORM 8200-GET-SLOT-BY-DESC THRU 8200-EXIT
              MOVE 'M'                 TO WS-WANT-CATEGORY
              MOVE WS-SLOT-VALUE(1:10) TO WS-WANT-SPECIALTY
              MOVE SPACES              TO WS-WANT-TIER
              PERFORM 4200-COUNT-IN-AREA THRU 4200-EXIT
           END-IF.

           IF WS-TYPE-HELD(3)
              ADD 1 TO WS-DENTAL-CNT
              MOVE 3 TO WS-TYPE-NBR
              MOVE 'DENTAL SPECIALTY' TO WS-WANT-DESC
              PERFORM 8200-GET-SLOT-BY-DESC THRU 8200-EXIT
              MOVE WS-SLOT-VALUE(1:10) TO WS-SPECIALTY
              MOVE 'NETWORK TIER' TO WS-WANT-DESC
              PERFORM 8200-GET-SLOT-BY-DESC THRU 8200-EXIT
              MOVE WS-SLOT-VALUE(1:10) TO WS-TIER
              MOVE 'D'                 TO WS-WANT-CATEGORY
              MOVE WS-SPECIALTY        TO WS-WANT-SPECIALTY
              MOVE WS-TIER             TO WS-WANT-TIER
              PERFORM 4200-COUNT-IN-AREA THRU 4200-EXIT
              MOVE WS-SPECIALTY        TO WS-WANT-SPECIALTY
              MOVE '***'               TO WS-WANT-TIER
              PERFORM 4200-COUNT-IN-AREA THRU 4200-EXIT
           END-IF.
       4090-RESET-GROUP.
           MOVE 'N' TO WS-TYPE-HELD-SW(1) WS-TYPE-HELD-SW(2)
                       WS-TYPE-HELD-SW(3).
           MOVE SPACES TO WS-TYPE-HELD-LOAD-TS(1)
                          WS-TYPE-HELD-LOAD-TS(2)
                          WS-TYPE-HELD-LOAD-TS(3).
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4100-FIND-SERVICE-AREA  -  state and ZIP3 off the PROVMSTR    *
      *  CITY/STATE/ZIP, read from the right: the last word is the     *
      *  ZIP (5 digits, with or without the +4), the two letters       *
      *  before it, past any comma, the state.                         *
      *----------------------------------------------------------------*
       4100-FIND-SERVICE-AREA.
           MOVE '??'  TO WS-AREA-STATE.
           MOVE '???' TO WS-AREA-ZIP3.
           MOVE 1 TO WS-TYPE-NBR.
           MOVE 'CITY/STATE/ZIP' TO WS-WANT-DESC.
           PERFORM 8200-GET-SLOT-BY-DESC THRU 8200-EXIT.
           MOVE WS-SLOT-VALUE TO WS-CSZ-TEXT.
           SET WS-CSZ-WANT-TEXT TO TRUE.
           MOVE 0 TO WS-CSZ-HIT.
           PERFORM 4110-TEST-ONE-CHAR THRU 4110-EXIT
                   VARYING WS-CSZ-POS FROM 80 BY -1
                   UNTIL WS-CSZ-POS < 1
                      OR WS-CSZ-HIT > 0.
           MOVE WS-CSZ-HIT TO WS-CSZ-POS.
           IF WS-CSZ-POS < 1
              GO TO 4100-EXIT
           END-IF.
           MOVE WS-CSZ-POS TO WS-CSZ-END.
           SET WS-CSZ-WANT-BREAK TO TRUE.
           MOVE 0 TO WS-CSZ-HIT.
           PERFORM 4110-TEST-ONE-CHAR THRU 4110-EXIT
                   VARYING WS-CSZ-POS FROM WS-CSZ-END BY -1
                   UNTIL WS-CSZ-POS < 1
                      OR WS-CSZ-HIT > 0.
           MOVE WS-CSZ-HIT TO WS-CSZ-POS.
           IF WS-CSZ-END - WS-CSZ-POS >= 5
              AND WS-CSZ-TEXT(WS-CSZ-POS + 1:5) NUMERIC
              MOVE WS-CSZ-TEXT(WS-CSZ-POS + 1:3) TO WS-AREA-ZIP3
           END-IF.
           SET WS-CSZ-WANT-WORD TO TRUE.
           MOVE 0 TO WS-CSZ-HIT.
           PERFORM 4110-TEST-ONE-CHAR THRU 4110-EXIT
                   VARYING WS-CSZ-POS FROM WS-CSZ-POS BY -1
                   UNTIL WS-CSZ-POS < 1
                      OR WS-CSZ-HIT > 0.
           MOVE WS-CSZ-HIT TO WS-CSZ-POS.
           IF WS-CSZ-POS >= 2
              AND WS-CSZ-TEXT(WS-CSZ-POS - 1:2) ALPHABETIC-UPPER
              MOVE WS-CSZ-TEXT(WS-CSZ-POS - 1:2) TO WS-AREA-STATE
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4110-TEST-ONE-CHAR  -  note the position when the character   *
      *  there is the kind WS-CSZ-WANT asks for: any non-blank, a      *
      *  blank or comma word break, or a non-blank that is not a       *
      *  comma.                                                        *
      *----------------------------------------------------------------*
       4110-TEST-ONE-CHAR.
           EVALUATE TRUE
               WHEN WS-CSZ-WANT-TEXT
                   IF WS-CSZ-TEXT(WS-CSZ-POS:1) NOT = SPACE
                      MOVE WS-CSZ-POS TO WS-CSZ-HIT
                   END-IF
               WHEN WS-CSZ-WANT-BREAK
                   IF WS-CSZ-TEXT(WS-CSZ-POS:1) = SPACE
                      OR WS-CSZ-TEXT(WS-CSZ-POS:1) = ','
                      MOVE WS-CSZ-POS TO WS-CSZ-HIT
                   END-IF
               WHEN WS-CSZ-WANT-WORD
                   IF WS-CSZ-TEXT(WS-CSZ-POS:1) NOT = SPACE
                      AND WS-CSZ-TEXT(WS-CSZ-POS:1) NOT = ','
                      MOVE WS-CSZ-POS TO WS-CSZ-HIT
                   END-IF
           END-EVALUATE.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4200-COUNT-IN-AREA  -  one provider into its ZIP3 cell and    *
      *  its statewide cell for the category, specialty and tier in    *
      *  WS-WANT-CELL-KEY.                                             *
      *----------------------------------------------------------------*
       4200-COUNT-IN-AREA.
           MOVE WS-AREA-STATE TO WS-WANT-STATE.
           MOVE WS-AREA-ZIP3  TO WS-WANT-ZIP3.
           PERFORM 8000-FIND-CELL THRU 8000-EXIT.
           IF WS-CELL-FOUND
              ADD 1 TO WS-CELL-ACTIVE(WS-CELL-USE-IDX)
           END-IF.
           MOVE '***' TO WS-WANT-ZIP3.
           PERFORM 8000-FIND-CELL THRU 8000-EXIT.
           IF WS-CELL-FOUND
              ADD 1 TO WS-CELL-ACTIVE(WS-CELL-USE-IDX)
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-WRITE-REPORT  -  the header, one line per cell with its  *
      *  minimum, prior count, change and shortfall flag, the          *
      *  snapshot for the next run, and the totals.                    *
      *----------------------------------------------------------------*
       5000-WRITE-REPORT.
           MOVE SPACES TO NADQ-HEADER.
           MOVE 'NETWORK ADEQUACY -  ' TO NADQ-HDR-LITERAL.
           MOVE WS-RUN-TIMESTAMP       TO NADQ-HDR-VALUE.
           WRITE NADQ-LINE FROM NADQ-HEADER.
           MOVE SPACES TO NADQ-HEADER.
           MOVE 'AS OF DATE          ' TO NADQ-HDR-LITERAL.
           MOVE WS-AS-OF-DATE-X        TO NADQ-HDR-VALUE.
           WRITE NADQ-LINE FROM NADQ-HEADER.
           MOVE SPACES TO NADQ-HEADER.
           MOVE 'SOURCE              ' TO NADQ-HDR-LITERAL.
           IF WS-SOURCE-MASTER
              MOVE 'PROVMAST'          TO NADQ-HDR-VALUE
           ELSE
              MOVE 'BAQPROV'           TO NADQ-HDR-VALUE
           END-IF.
           WRITE NADQ-LINE FROM NADQ-HEADER.
           IF WS-SOURCE-STAGING
              PERFORM 5050-WRITE-CYCLE-LINE THRU 5050-EXIT
                      VARYING WS-TYPE-NBR FROM 1 BY 1
                      UNTIL WS-TYPE-NBR > 3
           END-IF.
           MOVE SPACES TO NADQ-HEADER.
           MOVE 'PRIOR RUN AS OF     ' TO NADQ-HDR-LITERAL.
           IF WS-PRIOR-PRESENT
              MOVE WS-PRIOR-AS-OF      TO NADQ-HDR-VALUE
           ELSE
              MOVE 'NONE'              TO NADQ-HDR-VALUE
           END-IF.
           WRITE NADQ-LINE FROM NADQ-HEADER.
           WRITE NADQ-LINE FROM NADQ-COL-HEADER.

           PERFORM 5100-WRITE-ONE-CELL THRU 5100-EXIT
                   VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-CNT.

           MOVE SPACES TO NADQ-TOTAL-LINE.
           MOVE 'PROVIDERS READ' TO NADQ-TOT-LABEL.
           MOVE WS-PROVIDER-CNT  TO NADQ-TOT-CNT.
           WRITE NADQ-LINE FROM NADQ-TOTAL-LINE.
           MOVE 'MEDICAL PROVIDERS IN NETWORK' TO NADQ-TOT-LABEL.
           MOVE WS-MEDICAL-CNT   TO NADQ-TOT-CNT.
           WRITE NADQ-LINE FROM NADQ-TOTAL-LINE.
           MOVE 'DENTAL PROVIDERS IN NETWORK' TO NADQ-TOT-LABEL.
           MOVE WS-DENTAL-CNT    TO NADQ-TOT-CNT.
           WRITE NADQ-LINE FROM NADQ-TOTAL-LINE.
           MOVE 'IN NETWORK BUT NO PROVMSTR RECORD' TO NADQ-TOT-LABEL.
           MOVE WS-NO-MSTR-CNT   TO NADQ-TOT-CNT.
           WRITE NADQ-LINE FROM NADQ-TOTAL-LINE.
           MOVE 'AREAS BELOW MINIMUM' TO NADQ-TOT-LABEL.
           MOVE WS-SHORT-CNT     TO NADQ-TOT-CNT.
           WRITE NADQ-LINE FROM NADQ-TOTAL-LINE.
           IF WS-DROPPED-CNT > 0
              MOVE 'COUNTS DROPPED - CELL TABLE FULL' TO NADQ-TOT-LABEL
              MOVE WS-DROPPED-CNT TO NADQ-TOT-CNT
              WRITE NADQ-LINE FROM NADQ-TOTAL-LINE
           END-IF.

           DISPLAY 'BAQL890 - ' WS-MEDICAL-CNT ' MEDICAL AND '
                   WS-DENTAL-CNT ' DENTAL PROVIDERS IN NETWORK AS OF '
                   WS-AS-OF-DATE-X ', ' WS-SHORT-CNT
                   ' AREAS BELOW MINIMUM'.
       5000-EXIT.
           EXIT.

       5050-WRITE-CYCLE-LINE.
           MOVE SPACES TO NADQ-HEADER.
           MOVE WS-TYPE-FILE-TYPE(WS-TYPE-NBR) TO NADQ-HDR-LITERAL.
           MOVE 'CYCLE' TO NADQ-HDR-LITERAL(10:5).
           MOVE WS-TYPE-MAX-LOAD-DATE(WS-TYPE-NBR) TO NADQ-HDR-VALUE.
           IF WS-TYPE-MAX-LOAD-DATE(WS-TYPE-NBR) = SPACES
              MOVE 'NONE' TO NADQ-HDR-VALUE
           END-IF.
           WRITE NADQ-LINE FROM NADQ-HEADER.
       5050-EXIT.
           EXIT.

       5100-WRITE-ONE-CELL.
           MOVE SPACES TO NADQ-LINE.
           IF WS-CELL-MEDICAL(WS-CELL-IDX)
              MOVE 'MED'    TO NADQ-CATEGORY
           ELSE
              MOVE 'DENTAL' TO NADQ-CATEGORY
           END-IF.
           MOVE WS-CELL-SPECIALTY(WS-CELL-IDX) TO NADQ-SPECIALTY.
           MOVE WS-CELL-TIER(WS-CELL-IDX)      TO NADQ-TIER.
           IF WS-CELL-TIER(WS-CELL-IDX) = '***'
              MOVE 'ALL TIERS' TO NADQ-TIER
           END-IF.
           MOVE WS-CELL-STATE(WS-CELL-IDX)     TO NADQ-STATE.
           MOVE WS-CELL-ZIP3(WS-CELL-IDX)      TO NADQ-AREA.
           IF WS-CELL-ZIP3(WS-CELL-IDX) = '***'
              MOVE 'STATE' TO NADQ-AREA
           END-IF.
           MOVE WS-CELL-ACTIVE(WS-CELL-IDX)    TO NADQ-ACTIVE.
           IF WS-CELL-HAS-MINIMUM(WS-CELL-IDX)
              MOVE WS-CELL-MINIMUM(WS-CELL-IDX) TO NADQ-MINIMUM
              IF WS-CELL-ACTIVE(WS-CELL-IDX)
                   < WS-CELL-MINIMUM(WS-CELL-IDX)
                 MOVE 'SHORT' TO NADQ-FLAG
                 ADD 1 TO WS-SHORT-CNT
              END-IF
           END-IF.
           IF WS-PRIOR-PRESENT
              MOVE 0 TO WS-CHANGE
              IF WS-CELL-HAS-PRIOR(WS-CELL-IDX)
                 MOVE WS-CELL-PRIOR(WS-CELL-IDX) TO NADQ-PRIOR
                 MOVE WS-CELL-PRIOR(WS-CELL-IDX) TO WS-CHANGE
              ELSE
                 MOVE 0 TO NADQ-PRIOR
              END-IF
              COMPUTE WS-CHANGE = WS-CELL-ACTIVE(WS-CELL-IDX)
                                - WS-CHANGE
              MOVE WS-CHANGE TO NADQ-CHANGE
           END-IF.
           WRITE NADQ-LINE.

           MOVE SPACES                    TO SNP-RECORD.
           MOVE 'D'                       TO SNP-REC-TYPE.
           MOVE WS-AS-OF-DATE-X           TO SNP-AS-OF-DATE.
           MOVE WS-CELL-KEY(WS-CELL-IDX)  TO SNP-CELL-KEY.
           MOVE WS-CELL-ACTIVE(WS-CELL-IDX) TO SNP-COUNT.
           MOVE WS-RUN-TIMESTAMP          TO SNP-RUN-TS.
           WRITE SNP-RECORD.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-FIND-CELL  -  locate WS-WANT-CELL-KEY in the cell table  *
      *  by binary search, or add it in key order at zero.  A full     *
      *  table drops the count rather than overlaying a cell.          *
      *----------------------------------------------------------------*
       8000-FIND-CELL.
           SET WS-CELL-FOUND-SW TO 'N'.
           IF WS-CELL-CNT > 0
              SEARCH ALL WS-CELL-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-CELL-KEY(WS-CELL-TIDX) = WS-WANT-CELL-KEY
                      SET WS-CELL-USE-IDX TO WS-CELL-TIDX
                      SET WS-CELL-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF WS-CELL-FOUND
              GO TO 8000-EXIT
           END-IF.
           IF WS-CELL-CNT NOT < 5000
              ADD 1 TO WS-DROPPED-CNT
              IF NOT WS-TABLE-FULL
                 SET WS-TABLE-FULL TO TRUE
                 DISPLAY 'BAQL890 - CELL TABLE FULL AT 5000 - FURTHER '
                         'NEW CELLS ARE NOT COUNTED'
              END-IF
              GO TO 8000-EXIT
           END-IF.
           MOVE 0 TO WS-CELL-HIT.
           PERFORM 8020-TEST-CELL-POS THRU 8020-EXIT
                   VARYING WS-CELL-POS FROM 1 BY 1
                   UNTIL WS-CELL-POS > WS-CELL-CNT
                      OR WS-CELL-HIT > 0.
           IF WS-CELL-HIT > 0
              MOVE WS-CELL-HIT TO WS-CELL-POS
           END-IF.
           ADD 1 TO WS-CELL-CNT.
           PERFORM 8010-SHIFT-ONE-CELL THRU 8010-EXIT
                   VARYING WS-CELL-IDX FROM WS-CELL-CNT BY -1
                   UNTIL WS-CELL-IDX NOT > WS-CELL-POS.
           MOVE WS-WANT-CELL-KEY TO WS-CELL-KEY(WS-CELL-POS).
           MOVE 0   TO WS-CELL-ACTIVE(WS-CELL-POS).
           MOVE 0   TO WS-CELL-MINIMUM(WS-CELL-POS).
           MOVE 'N' TO WS-CELL-MIN-SW(WS-CELL-POS).
           MOVE 0   TO WS-CELL-PRIOR(WS-CELL-POS).
           MOVE 'N' TO WS-CELL-PRIOR-SW(WS-CELL-POS).
           MOVE WS-CELL-POS TO WS-CELL-USE-IDX.
           SET WS-CELL-FOUND TO TRUE.
       8000-EXIT.
           EXIT.

       8010-SHIFT-ONE-CELL.
           MOVE WS-CELL-ENTRY(WS-CELL-IDX - 1) TO WS-CELL-HOLD.
           MOVE WS-CELL-HOLD TO WS-CELL-ENTRY(WS-CELL-IDX).
       8010-EXIT.
           EXIT.

       8020-TEST-CELL-POS.
           IF WS-CELL-KEY(WS-CELL-POS) > WS-WANT-CELL-KEY
              MOVE WS-CELL-POS TO WS-CELL-HIT
           END-IF.
       8020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-GET-RECORD-DATE  -  the date in the WS-RECORD-TEXT slot  *
      *  the file type's IO-FLDMAP names WS-WANT-DESC; zeros when the  *
      *  type has no such slot or it is not a date.                    *
      *----------------------------------------------------------------*
       8100-GET-RECORD-DATE.
           MOVE '00000000' TO WS-DATE-SLOT-X.
           PERFORM 8110-TEST-RECORD-SLOT THRU 8110-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7.
       8100-EXIT.
           EXIT.

       8110-TEST-RECORD-SLOT.
           IF WS-TYPE-DESC-TXT(WS-TYPE-NBR, WS-SLOT-NBR) = WS-WANT-DESC
              AND WS-RECORD-TEXT(WS-SLOT-NBR) (1:8) NUMERIC
              MOVE WS-RECORD-TEXT(WS-SLOT-NBR) (1:8) TO WS-DATE-SLOT-X
           END-IF.
       8110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8200-GET-SLOT-BY-DESC  -  the held record's value for the     *
      *  business field WS-WANT-DESC of file type WS-TYPE-NBR.         *
      *----------------------------------------------------------------*
       8200-GET-SLOT-BY-DESC.
           MOVE SPACES TO WS-SLOT-VALUE.
           SET WS-SLOT-FOUND-SW TO 'N'.
           PERFORM 8210-TEST-ONE-SLOT THRU 8210-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7
                      OR WS-SLOT-FOUND.
       8200-EXIT.
           EXIT.

       8210-TEST-ONE-SLOT.
           IF WS-TYPE-DESC-TXT(WS-TYPE-NBR, WS-SLOT-NBR) = WS-WANT-DESC
              SET WS-SLOT-FOUND TO TRUE
              MOVE WS-TYPE-HELD-TEXT(WS-TYPE-NBR, WS-SLOT-NBR)
                TO WS-SLOT-VALUE
           END-IF.
       8210-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE REPORT-FILE.
           CLOSE SNAP-FILE.
           GOBACK.
       9999-EXIT.
           EXIT.
