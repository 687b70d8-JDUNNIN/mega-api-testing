      *================================================================*
      *  PROGRAM-ID.  BAQL960                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  OIG exclusion screen.  Paying a provider on the federal       *
      *  exclusion list (LEIE) is a compliance finding, and nothing    *
      *  in the load set looked.  This program runs after each load    *
      *  (after BAQL160 and BAQL620, before BAQL900) and after the     *
      *  monthly BAQL950 list refresh, and checks every GOOD PROVMSTR  *
      *  and PROVDENT provider in BAQPROV against PROVEXCL:            *
      *    NPI          - each id group's newest PROVMSTR and newest   *
      *                   PROVDENT NPI is looked up.  An exclusion     *
      *                   that still stands is an exact hit: every     *
      *                   GOOD PROVMSTR/PROVDENT record of the id      *
      *                   carrying that NPI is written to PROVSUSP     *
      *                   with an exclusion reason and flagged BAD in  *
      *                   place, the treatment BAQL160 gives a         *
      *                   conflict, so BAQL900 holds it out of         *
      *                   CLMPROV.                                     *
      *    NAME/TAX ID  - a provider with no exact hit is looked up    *
      *                   by the TAX ID on its newest PROVMSTR record  *
      *                   (PROVDENT carries neither name nor TAX ID,   *
      *                   so a dental provider borrows its PROVMSTR    *
      *                   record's).  A listed row with the same TAX   *
      *                   ID whose name agrees is a near match for     *
      *                   review only - nothing is suspended - unless  *
      *                   both sides carry an NPI, when the NPI        *
      *                   lookup has already decided.                  *
      *  A match on an exclusion that has been reinstated is reported  *
      *  but not suspended.  Before screening, every PROVSUSP row      *
      *  this program suspended is looked up again; one whose          *
      *  exclusion no longer stands (reinstated, or off the list) is   *
      *  reported LIFTED for release through BAQL500.  The PROVEXRP    *
      *  report lists each suspension, near match, reinstatement and   *
      *  lift, with totals.  A new exact hit ends the run with RC 8    *
      *  and a console message so BAQL900 can be held; near matches    *
      *  or lifts alone give RC 4.                                     *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  A SUSPENDED RECORD CARRIES NO INCREMENTAL *
      *                      ACTION CODE, SO ITS RELEASE APPLIES IT AS *
      *                      LOADED.                                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL960.
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

           SELECT SUSPENSE-FILE   ASSIGN TO PROVSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-SUSP-KEY
                  FILE STATUS IS WS-PROVSUSP-STATUS.

           SELECT EXCL-FILE       ASSIGN TO PROVEXCL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-EXCL-KEY
                  FILE STATUS IS WS-PROVEXCL-STATUS.

           SELECT REPORT-FILE     ASSIGN TO PROVEXRP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVEXRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VSAM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-VSAM.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-SUSP.

       FD  EXCL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-EXCL.

      *----------------------------------------------------------------*
      *  Screening report - a run header naming the list screened      *
      *  against, column headings, one tagged line per finding and     *
      *  the totals.  Tags: EXCLUDE (suspended), REVIEW (name/TAX ID   *
      *  near match), REINSTAT (matched a reinstated exclusion),       *
      *  LIFTED (a suspended record whose exclusion no longer          *
      *  stands), NOTE.                                                *
      *----------------------------------------------------------------*
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXRP-LINE.
           05  EXRP-TAG                       PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-PROVIDER-ID               PIC X(15).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-FILE-TYPE                 PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-SEQ                       PIC X(09).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-MATCH-VALUE               PIC X(10).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-PROV-NAME                 PIC X(20).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-EXCL-NAME                 PIC X(20).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-EXCL-TYPE                 PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-EXCL-DATE                 PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-REIN-DATE                 PIC X(08).
       01  EXRP-HEADER.
           05  EXRP-HDR-LITERAL               PIC X(22).
           05  EXRP-HDR-RUN-TS                PIC X(26).
           05  EXRP-HDR-LIST-LIT              PIC X(13).
           05  EXRP-HDR-LIST-DATE             PIC X(08).
           05  FILLER                         PIC X(63) VALUE SPACES.
       01  EXRP-COL-HEADER.
           05  FILLER                         PIC X(10)
               VALUE 'TAG'.
           05  FILLER                         PIC X(17)
               VALUE 'PROVIDER ID'.
           05  FILLER                         PIC X(10)
               VALUE 'FILE TYPE'.
           05  FILLER                         PIC X(11)
               VALUE 'RECORD NBR'.
           05  FILLER                         PIC X(12)
               VALUE 'NPI/TAX ID'.
           05  FILLER                         PIC X(22)
               VALUE 'PROVIDER NAME'.
           05  FILLER                         PIC X(22)
               VALUE 'EXCLUDED NAME'.
           05  FILLER                         PIC X(10)
               VALUE 'AUTHORITY'.
           05  FILLER                         PIC X(10)
               VALUE 'EXCLUDED'.
           05  FILLER                         PIC X(08)
               VALUE 'REINSTAT'.
       01  EXRP-TOTAL-LINE.
           05  EXRP-TOT-LABEL                 PIC X(40).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EXRP-TOT-CNT                   PIC Z(8)9.
           05  FILLER                         PIC X(81) VALUE SPACES.

       WORKING-STORAGE SECTION.
       COPY IO-FLDMAP.

       01  WS-FILE-STATUSES.
           05  WS-BAQPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVSUSP-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVEXCL-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVEXRP-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-VSAM-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-VSAM-EOF                           VALUE 'Y'.
           05  WS-SUSP-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-SUSP-EOF                           VALUE 'Y'.
           05  WS-EXCL-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-EXCL-EOF                           VALUE 'Y'.
           05  WS-ACTIVE-SW                   PIC X(01) VALUE 'N'.
               88  WS-ACTIVE-FOUND                       VALUE 'Y'.
           05  WS-REIN-SW                     PIC X(01) VALUE 'N'.
               88  WS-REIN-FOUND                         VALUE 'Y'.
           05  WS-ENTRY-REIN-SW               PIC X(01) VALUE 'N'.
               88  WS-ENTRY-REINSTATED                   VALUE 'Y'.
           05  WS-GROUP-HIT-SW                PIC X(01) VALUE 'N'.
               88  WS-GROUP-HIT                          VALUE 'Y'.
           05  WS-GRP-OVERFLOW-SW             PIC X(01) VALUE 'N'.
               88  WS-GRP-OVERFLOWED                     VALUE 'Y'.
           05  WS-BAQPROV-MOVED-SW            PIC X(01) VALUE 'N'.
               88  WS-BAQPROV-MOVED                      VALUE 'Y'.
           05  WS-CAND-NPI-SW                 PIC X(01) VALUE 'N'.
               88  WS-CAND-HAS-NPI                       VALUE 'Y'.
           05  WS-NEAR-SW                     PIC X(01) VALUE 'N'.
               88  WS-NAME-NEAR                          VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SLOT-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-TYPE-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-GRP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-MSTR-IDX                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-DENT-IDX                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SHOW-IDX                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SQ-IDX                      PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-SCREENED-CNT                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-HIT-CNT                     PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-SUSPEND-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-REVIEW-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-REINSTATED-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-LIFTED-CNT                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-UNSCREENED-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-OVERFLOW-CNT                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TALLY                       PIC S9(4) USAGE COMP-5
                                               VALUE 0.

      *----------------------------------------------------------------*
      *  The two file types screened, with the AA-GG slots IO-FLDMAP   *
      *  names for the fields the screen reads (zero where the type    *
      *  does not carry one).                                          *
      *----------------------------------------------------------------*
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 2 TIMES.
               10  WS-TYPE-FILE-TYPE          PIC X(08).
               10  WS-TYPE-ID-SLOT            PIC S9(4) USAGE COMP-5.
               10  WS-TYPE-NPI-SLOT           PIC S9(4) USAGE COMP-5.
               10  WS-TYPE-TIN-SLOT           PIC S9(4) USAGE COMP-5.
               10  WS-TYPE-NAME-SLOT          PIC S9(4) USAGE COMP-5.

       01  WS-SLOT-DESCS.
           05  WS-SLOT-DESC-TXT               PIC X(30) OCCURS 7 TIMES.

       01  WS-SLOT-TEXTS.
           05  WS-SLOT-TEXT                   PIC X(80) OCCURS 7 TIMES.

      *----------------------------------------------------------------*
      *  The current provider id group's GOOD PROVMSTR and PROVDENT    *
      *  records, every retained cycle, with the NPI and TAX ID        *
      *  squeezed as BAQL950 files them.  BAQPROV is in provider id    *
      *  order, so the group is complete when the id changes.          *
      *----------------------------------------------------------------*
       78  WS-GRP-MAX                         VALUE 200.
       01  WS-GROUP-TABLE.
           05  WS-GRP-CNT                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-GRP-ID                      PIC X(80) VALUE SPACES.
           05  WS-GRP-ENTRY OCCURS 200 TIMES.
               10  WS-GRP-SEQ                 PIC 9(09).
               10  WS-GRP-TYPE-NBR            PIC S9(4) USAGE COMP-5.
               10  WS-GRP-LOAD-TS             PIC X(26).
               10  WS-GRP-NPI                 PIC X(10).
               10  WS-GRP-TIN                 PIC X(10).
               10  WS-GRP-NAME                PIC X(80).

      *----------------------------------------------------------------*
      *  Where the BAQPROV browse resumes after a group's suspensions  *
      *  have moved the file position.                                 *
      *----------------------------------------------------------------*
       01  WS-RESUME-KEY                      PIC X(89) VALUE SPACES.

      *----------------------------------------------------------------*
      *  The value being looked up, and the listed row it matched -    *
      *  a standing exclusion in preference to a reinstated one.       *
      *----------------------------------------------------------------*
       01  WS-LOOKUP-WORK.
           05  WS-LOOK-VALUE                  PIC X(10) VALUE SPACES.
           05  WS-MATCH-NAME                  PIC X(40) VALUE SPACES.
           05  WS-MATCH-TYPE                  PIC X(09) VALUE SPACES.
           05  WS-MATCH-DATE                  PIC X(08) VALUE SPACES.
           05  WS-MATCH-REIN-DATE             PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      *  Squeeze work area - a value upper-cased with everything but   *
      *  letters and digits taken out, as BAQL950 files the list.      *
      *----------------------------------------------------------------*
       01  WS-SQUEEZE-WORK.
           05  WS-SQ-IN                       PIC X(80) VALUE SPACES.
           05  WS-SQ-OUT                      PIC X(80) VALUE SPACES.
           05  WS-SQ-LEN                      PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SQ-CHAR                     PIC X(01) VALUE SPACE.

      *----------------------------------------------------------------*
      *  The provider's squeezed name and the listed row's, for the    *
      *  name test: the business name, or the last name with the       *
      *  first name where one is listed, found within the provider's   *
      *  name in any order.                                            *
      *----------------------------------------------------------------*
       01  WS-NAME-WORK.
           05  WS-CAND-SQ                     PIC X(80) VALUE SPACES.
           05  WS-CAND-LEN                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-XBUS-SQ                     PIC X(80) VALUE SPACES.
           05  WS-XBUS-LEN                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-XLAST-SQ                    PIC X(80) VALUE SPACES.
           05  WS-XLAST-LEN                   PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-XFIRST-SQ                   PIC X(80) VALUE SPACES.
           05  WS-XFIRST-LEN                  PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-SUSP-REASON                     PIC X(40)
                          VALUE 'NPI ON THE OIG EXCLUSION LIST (LEIE)'.

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
           05  WS-LIST-DATE                   PIC X(08) VALUE SPACES.
           05  WS-TODAY                       PIC 9(08) VALUE 0.
           05  WS-TODAY-X REDEFINES WS-TODAY  PIC X(08).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYYMMDD                PIC 9(08).
           05  WS-CDT-HHMMSSSS                PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 2000-CHECK-LIFTED      THRU 2000-EXIT.
           IF RETURN-CODE NOT = 0
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.
           PERFORM 3000-SCREEN-PROVIDERS  THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS      THRU 4000-EXIT.
           IF RETURN-CODE NOT = 0
              PERFORM 9999-TERMINATE      THRU 9999-EXIT
           END-IF.

           DISPLAY 'BAQL960 - ' WS-SCREENED-CNT ' PROVIDERS SCREENED, '
                   WS-HIT-CNT ' EXCLUDED (' WS-SUSPEND-CNT
                   ' RECORDS SUSPENDED), ' WS-REVIEW-CNT
                   ' FOR REVIEW, ' WS-LIFTED-CNT ' LIFTED'.
           IF WS-REVIEW-CNT > 0 OR WS-LIFTED-CNT > 0
              DISPLAY 'BAQL960W ' WS-REVIEW-CNT ' NAME/TAX ID '
                      'MATCHES FOR REVIEW, ' WS-LIFTED-CNT
                      ' SUSPENDED PROVIDERS NO LONGER EXCLUDED - SEE '
                      'PROVEXRP'
                  UPON CONSOLE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-HIT-CNT > 0
              DISPLAY 'BAQL960E ' WS-HIT-CNT ' PROVIDERS ON THE OIG '
                      'EXCLUSION LIST SUSPENDED - HOLD BAQL900 AND '
                      'SEE PROVEXRP'
                  UPON CONSOLE
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  stamp the run, capture the two file       *
      *  types' slots and open the files.  No list on file is a hard   *
      *  stop: screening against nothing would pass everyone.          *
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

           MOVE 'PROVMSTR' TO WS-TYPE-FILE-TYPE(1).
           MOVE 'PROVDENT' TO WS-TYPE-FILE-TYPE(2).
           PERFORM 1100-LOAD-TYPE-ENTRY THRU 1100-EXIT
                   VARYING WS-TYPE-NBR FROM 1 BY 1
                   UNTIL WS-TYPE-NBR > 2.

           OPEN INPUT EXCL-FILE.
           IF WS-PROVEXCL-STATUS = '35'
              DISPLAY 'BAQL960E NO OIG EXCLUSION LIST ON FILE - RUN '
                      'BAQL950 - PROVIDERS NOT SCREENED'
                  UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           IF WS-PROVEXCL-STATUS NOT = '00'
              DISPLAY 'BAQL960 - UNABLE TO OPEN EXCL-FILE, '
                      'STATUS=' WS-PROVEXCL-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO IO-EXCL-KEY.
           START EXCL-FILE KEY >= IO-EXCL-KEY
               INVALID KEY
                   MOVE '23' TO WS-PROVEXCL-STATUS
           END-START.
           IF WS-PROVEXCL-STATUS = '00'
              READ EXCL-FILE NEXT RECORD
                  AT END
                      MOVE '10' TO WS-PROVEXCL-STATUS
              END-READ
           END-IF.
           IF WS-PROVEXCL-STATUS NOT = '00'
              DISPLAY 'BAQL960E OIG EXCLUSION LIST IS EMPTY - RUN '
                      'BAQL950 - PROVIDERS NOT SCREENED'
                  UPON CONSOLE
              MOVE 16 TO RETURN-CODE
              CLOSE EXCL-FILE
              GO TO 1000-EXIT
           END-IF.
           MOVE IO-EXCL-LIST-DATE TO WS-LIST-DATE.

           OPEN I-O VSAM-FILE.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL960 - UNABLE TO OPEN VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE EXCL-FILE
              GO TO 1000-EXIT
           END-IF.

           OPEN I-O SUSPENSE-FILE.
           IF WS-PROVSUSP-STATUS = '35'
              OPEN OUTPUT SUSPENSE-FILE
              CLOSE SUSPENSE-FILE
              OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-PROVSUSP-STATUS NOT = '00'
              DISPLAY 'BAQL960 - UNABLE TO OPEN SUSPENSE-FILE, '
                      'STATUS=' WS-PROVSUSP-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE EXCL-FILE VSAM-FILE
              GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-PROVEXRP-STATUS NOT = '00'
              DISPLAY 'BAQL960 - UNABLE TO OPEN REPORT-FILE, '
                      'STATUS=' WS-PROVEXRP-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE EXCL-FILE VSAM-FILE SUSPENSE-FILE
              GO TO 1000-EXIT
           END-IF.
           MOVE SPACES                   TO EXRP-HEADER.
           MOVE 'OIG EXCLUSION SCREEN -' TO EXRP-HDR-LITERAL.
           MOVE WS-RUN-TIMESTAMP         TO EXRP-HDR-RUN-TS.
           MOVE '  LIST DATE  '          TO EXRP-HDR-LIST-LIT.
           MOVE WS-LIST-DATE             TO EXRP-HDR-LIST-DATE.
           WRITE EXRP-HEADER.
           WRITE EXRP-LINE FROM EXRP-COL-HEADER.
       1000-EXIT.
           EXIT.

       1100-LOAD-TYPE-ENTRY.
           MOVE 0 TO WS-TYPE-ID-SLOT(WS-TYPE-NBR).
           MOVE 0 TO WS-TYPE-NPI-SLOT(WS-TYPE-NBR).
           MOVE 0 TO WS-TYPE-TIN-SLOT(WS-TYPE-NBR).
           MOVE 0 TO WS-TYPE-NAME-SLOT(WS-TYPE-NBR).
           MOVE SPACES TO WS-SLOT-DESCS.
           PERFORM 1110-SEARCH-FLDMAP-ENTRY THRU 1110-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT.
           PERFORM 1120-NOTE-ONE-SLOT THRU 1120-EXIT
                   VARYING WS-SLOT-NBR FROM 7 BY -1
                   UNTIL WS-SLOT-NBR < 1.
       1100-EXIT.
           EXIT.

       1110-SEARCH-FLDMAP-ENTRY.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX)
                 = WS-TYPE-FILE-TYPE(WS-TYPE-NBR)
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
       1110-EXIT.
           EXIT.

      *    Tested from GG down so the first slot of each name wins,
      *    as the EVALUATE in BAQL200 and BAQL500 has it.
       1120-NOTE-ONE-SLOT.
           EVALUATE WS-SLOT-DESC-TXT(WS-SLOT-NBR)
               WHEN 'PROVIDER ID'
                   MOVE WS-SLOT-NBR TO WS-TYPE-ID-SLOT(WS-TYPE-NBR)
               WHEN 'NPI'
                   MOVE WS-SLOT-NBR TO WS-TYPE-NPI-SLOT(WS-TYPE-NBR)
               WHEN 'TAX ID'
                   MOVE WS-SLOT-NBR TO WS-TYPE-TIN-SLOT(WS-TYPE-NBR)
               WHEN 'PROVIDER NAME'
                   MOVE WS-SLOT-NBR TO WS-TYPE-NAME-SLOT(WS-TYPE-NBR)
           END-EVALUATE.
       1120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-CHECK-LIFTED  -  every PROVSUSP row this program wrote   *
      *  is looked up again by its NPI; one with no standing           *
      *  exclusion left - reinstated, or gone from the list - is       *
      *  reported for release.  Nothing is released here: the          *
      *  release stays an analyst's decision in BAQL500.               *
      *----------------------------------------------------------------*
       2000-CHECK-LIFTED.
           SET WS-SUSP-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-SUSP-KEY.
           START SUSPENSE-FILE KEY >= IO-SUSP-KEY
               INVALID KEY
                   SET WS-SUSP-EOF TO TRUE
           END-START.
           PERFORM 2100-CHECK-ONE-SUSP-ROW THRU 2100-EXIT
               UNTIL WS-SUSP-EOF.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-SUSP-ROW.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SUSP-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PROVSUSP-STATUS NOT = '00'
              DISPLAY 'BAQL960 - READ ERROR ON SUSPENSE-FILE, '
                      'STATUS=' WS-PROVSUSP-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SUSP-EOF TO TRUE
              GO TO 2100-EXIT
           END-IF.
           IF IO-SUSP-ERROR-REASON NOT = WS-SUSP-REASON
              GO TO 2100-EXIT
           END-IF.
           EVALUATE IO-SUSP-FILE-TYPE
               WHEN WS-TYPE-FILE-TYPE(1)
                   MOVE 1 TO WS-TYPE-NBR
               WHEN WS-TYPE-FILE-TYPE(2)
                   MOVE 2 TO WS-TYPE-NBR
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE.
           IF WS-TYPE-NPI-SLOT(WS-TYPE-NBR) = 0
              GO TO 2100-EXIT
           END-IF.
           MOVE IO-SUSP-TEXT-AA TO WS-SLOT-TEXT(1).
           MOVE IO-SUSP-TEXT-BB TO WS-SLOT-TEXT(2).
           MOVE IO-SUSP-TEXT-CC TO WS-SLOT-TEXT(3).
           MOVE IO-SUSP-TEXT-DD TO WS-SLOT-TEXT(4).
           MOVE IO-SUSP-TEXT-EE TO WS-SLOT-TEXT(5).
           MOVE IO-SUSP-TEXT-FF TO WS-SLOT-TEXT(6).
           MOVE IO-SUSP-TEXT-GG TO WS-SLOT-TEXT(7).
           MOVE WS-SLOT-TEXT(WS-TYPE-NPI-SLOT(WS-TYPE-NBR))
             TO WS-SQ-IN.
           PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT.
           IF WS-SQ-OUT(1:10) = SPACES OR WS-SQ-OUT(1:10) = ZEROES
              GO TO 2100-EXIT
           END-IF.
           MOVE WS-SQ-OUT(1:10) TO WS-LOOK-VALUE.
           PERFORM 5000-LOOKUP-NPI THRU 5000-EXIT.
           IF WS-ACTIVE-FOUND
              GO TO 2100-EXIT
           END-IF.

           MOVE SPACES                TO EXRP-LINE.
           MOVE 'LIFTED  '            TO EXRP-TAG.
           IF WS-TYPE-ID-SLOT(WS-TYPE-NBR) > 0
              MOVE WS-SLOT-TEXT(WS-TYPE-ID-SLOT(WS-TYPE-NBR))
                TO EXRP-PROVIDER-ID
           END-IF.
           MOVE IO-SUSP-FILE-TYPE     TO EXRP-FILE-TYPE.
           MOVE IO-SUSP-SEQ           TO EXRP-SEQ.
           MOVE WS-LOOK-VALUE         TO EXRP-MATCH-VALUE.
           IF WS-TYPE-NAME-SLOT(WS-TYPE-NBR) > 0
              MOVE WS-SLOT-TEXT(WS-TYPE-NAME-SLOT(WS-TYPE-NBR))
                TO EXRP-PROV-NAME
           END-IF.
           IF WS-REIN-FOUND
              MOVE WS-MATCH-NAME      TO EXRP-EXCL-NAME
              MOVE WS-MATCH-TYPE      TO EXRP-EXCL-TYPE
              MOVE WS-MATCH-DATE      TO EXRP-EXCL-DATE
              MOVE WS-MATCH-REIN-DATE TO EXRP-REIN-DATE
           ELSE
              MOVE 'NO LONGER LISTED'  TO EXRP-EXCL-NAME
           END-IF.
           WRITE EXRP-LINE.
           ADD 1 TO WS-LIFTED-CNT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SCREEN-PROVIDERS  -  browse BAQPROV collecting each id   *
      *  group's GOOD PROVMSTR and PROVDENT records, screening the     *
      *  group when the id changes.  A group whose records were        *
      *  suspended has moved the file position, so the browse is       *
      *  restarted at the record that ended the group.                 *
      *----------------------------------------------------------------*
       3000-SCREEN-PROVIDERS.
           MOVE 0 TO WS-GRP-CNT.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-VSAM-KEY.
           START VSAM-FILE KEY >= IO-VSAM-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 3100-COLLECT-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-VSAM-EOF.
       3000-EXIT.
           EXIT.

       3100-COLLECT-ONE-RECORD.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   IF WS-GRP-CNT > 0
                      PERFORM 3500-SCREEN-GROUP THRU 3500-EXIT
                   END-IF
                   GO TO 3100-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL960 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 3100-EXIT
           END-IF.
           IF WS-GRP-CNT > 0
              AND IO-VSAM-KEY-ID NOT = WS-GRP-ID
              MOVE IO-VSAM-KEY TO WS-RESUME-KEY
              PERFORM 3500-SCREEN-GROUP THRU 3500-EXIT
              IF WS-BAQPROV-MOVED
                 MOVE WS-RESUME-KEY TO IO-VSAM-KEY
                 START VSAM-FILE KEY >= IO-VSAM-KEY
                     INVALID KEY
                         SET WS-VSAM-EOF TO TRUE
                 END-START
                 GO TO 3100-EXIT
              END-IF
           END-IF.
           IF IO-VSAM-RECORD-STATUS NOT = 'G'
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
           IF WS-GRP-CNT = 0
              MOVE IO-VSAM-KEY-ID TO WS-GRP-ID
           END-IF.
           IF WS-GRP-CNT >= WS-GRP-MAX
              SET WS-GRP-OVERFLOWED TO TRUE
              GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-GRP-CNT.
           PERFORM 8200-UNLOAD-RECORD-SLOTS THRU 8200-EXIT.
           MOVE IO-VSAM-KEY-SEQ   TO WS-GRP-SEQ(WS-GRP-CNT).
           MOVE WS-TYPE-NBR       TO WS-GRP-TYPE-NBR(WS-GRP-CNT).
           MOVE IO-VSAM-LOAD-TS   TO WS-GRP-LOAD-TS(WS-GRP-CNT).
           MOVE SPACES            TO WS-GRP-NPI(WS-GRP-CNT)
                                     WS-GRP-TIN(WS-GRP-CNT)
                                     WS-GRP-NAME(WS-GRP-CNT).
           IF WS-TYPE-NPI-SLOT(WS-TYPE-NBR) > 0
              MOVE WS-SLOT-TEXT(WS-TYPE-NPI-SLOT(WS-TYPE-NBR))
                TO WS-SQ-IN
              PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT
              IF WS-SQ-OUT(1:10) NOT = ZEROES
                 MOVE WS-SQ-OUT(1:10) TO WS-GRP-NPI(WS-GRP-CNT)
              END-IF
           END-IF.
           IF WS-TYPE-TIN-SLOT(WS-TYPE-NBR) > 0
              MOVE WS-SLOT-TEXT(WS-TYPE-TIN-SLOT(WS-TYPE-NBR))
                TO WS-SQ-IN
              PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT
              MOVE WS-SQ-OUT(1:10) TO WS-GRP-TIN(WS-GRP-CNT)
           END-IF.
           IF WS-TYPE-NAME-SLOT(WS-TYPE-NBR) > 0
              MOVE WS-SLOT-TEXT(WS-TYPE-NAME-SLOT(WS-TYPE-NBR))
                TO WS-GRP-NAME(WS-GRP-CNT)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-SCREEN-GROUP  -  look up the newest PROVMSTR and newest  *
      *  PROVDENT NPI; with no exact hit, try the newest PROVMSTR      *
      *  record's TAX ID and name.  A dental-only provider with no     *
      *  NPI has nothing to screen on and is counted as such.          *
      *----------------------------------------------------------------*
       3500-SCREEN-GROUP.
           SET WS-BAQPROV-MOVED-SW TO 'N'.
           SET WS-GROUP-HIT-SW TO 'N'.
           SET WS-CAND-NPI-SW TO 'N'.
           ADD 1 TO WS-SCREENED-CNT.
           IF WS-GRP-OVERFLOWED
              ADD 1 TO WS-OVERFLOW-CNT
              MOVE SPACES        TO EXRP-LINE
              MOVE 'NOTE    '    TO EXRP-TAG
              MOVE WS-GRP-ID     TO EXRP-PROVIDER-ID
              MOVE 'RECORDS PAST THE'     TO EXRP-PROV-NAME
              MOVE 'TABLE NOT SCREENED'   TO EXRP-EXCL-NAME
              WRITE EXRP-LINE
           END-IF.

           MOVE 0 TO WS-MSTR-IDX.
           MOVE 0 TO WS-DENT-IDX.
           PERFORM 3510-FIND-NEWEST THRU 3510-EXIT
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-CNT.
           IF WS-MSTR-IDX > 0
              IF WS-GRP-NPI(WS-MSTR-IDX) NOT = SPACES
                 SET WS-CAND-HAS-NPI TO TRUE
              END-IF
           END-IF.
           IF WS-DENT-IDX > 0
              IF WS-GRP-NPI(WS-DENT-IDX) NOT = SPACES
                 SET WS-CAND-HAS-NPI TO TRUE
              END-IF
           END-IF.

           IF WS-MSTR-IDX > 0
              IF WS-GRP-NPI(WS-MSTR-IDX) NOT = SPACES
                 MOVE WS-MSTR-IDX TO WS-SHOW-IDX
                 PERFORM 3600-SCREEN-NPI THRU 3600-EXIT
              END-IF
           END-IF.
           IF WS-DENT-IDX > 0
              IF WS-GRP-NPI(WS-DENT-IDX) NOT = SPACES
                 IF WS-MSTR-IDX = 0
                    MOVE WS-DENT-IDX TO WS-SHOW-IDX
                    PERFORM 3600-SCREEN-NPI THRU 3600-EXIT
                 ELSE
                    IF WS-GRP-NPI(WS-DENT-IDX)
                          NOT = WS-GRP-NPI(WS-MSTR-IDX)
                       MOVE WS-DENT-IDX TO WS-SHOW-IDX
                       PERFORM 3600-SCREEN-NPI THRU 3600-EXIT
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-MSTR-IDX = 0
              IF NOT WS-CAND-HAS-NPI
                 ADD 1 TO WS-UNSCREENED-CNT
              END-IF
           ELSE
              IF NOT WS-GROUP-HIT
                 AND WS-GRP-TIN(WS-MSTR-IDX) NOT = SPACES
                 MOVE WS-MSTR-IDX TO WS-SHOW-IDX
                 PERFORM 3700-SCREEN-TAX-ID THRU 3700-EXIT
              END-IF
           END-IF.

           MOVE 0 TO WS-GRP-CNT.
           MOVE SPACES TO WS-GRP-ID.
           SET WS-GRP-OVERFLOW-SW TO 'N'.
       3500-EXIT.
           EXIT.

       3510-FIND-NEWEST.
           IF WS-GRP-TYPE-NBR(WS-GRP-IDX) = 1
              IF WS-MSTR-IDX = 0
                 MOVE WS-GRP-IDX TO WS-MSTR-IDX
              ELSE
                 IF WS-GRP-LOAD-TS(WS-GRP-IDX)
                       > WS-GRP-LOAD-TS(WS-MSTR-IDX)
                    MOVE WS-GRP-IDX TO WS-MSTR-IDX
                 END-IF
              END-IF
           ELSE
              IF WS-DENT-IDX = 0
                 MOVE WS-GRP-IDX TO WS-DENT-IDX
              ELSE
                 IF WS-GRP-LOAD-TS(WS-GRP-IDX)
                       > WS-GRP-LOAD-TS(WS-DENT-IDX)
                    MOVE WS-GRP-IDX TO WS-DENT-IDX
                 END-IF
              END-IF
           END-IF.
       3510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-SCREEN-NPI  -  the WS-SHOW-IDX record's NPI against the  *
      *  list.  A standing exclusion suspends every GOOD record of     *
      *  the group carrying the NPI - older cycles included, so none   *
      *  is left to become the newest GOOD record next run.  A match   *
      *  on a reinstated exclusion only is reported.                   *
      *----------------------------------------------------------------*
       3600-SCREEN-NPI.
           MOVE WS-GRP-NPI(WS-SHOW-IDX) TO WS-LOOK-VALUE.
           PERFORM 5000-LOOKUP-NPI THRU 5000-EXIT.
           IF WS-ACTIVE-FOUND
              IF NOT WS-GROUP-HIT
                 SET WS-GROUP-HIT TO TRUE
                 ADD 1 TO WS-HIT-CNT
              END-IF
              PERFORM 3610-SUSPEND-ONE-RECORD THRU 3610-EXIT
                      VARYING WS-GRP-IDX FROM 1 BY 1
                      UNTIL WS-GRP-IDX > WS-GRP-CNT
              GO TO 3600-EXIT
           END-IF.
           IF WS-REIN-FOUND
              PERFORM 6000-FILL-GROUP-LINE THRU 6000-EXIT
              MOVE 'REINSTAT'     TO EXRP-TAG
              MOVE WS-LOOK-VALUE  TO EXRP-MATCH-VALUE
              WRITE EXRP-LINE
              ADD 1 TO WS-REINSTATED-CNT
           END-IF.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3610-SUSPEND-ONE-RECORD  -  as BAQL160 suspends a conflict:   *
      *  the record goes to PROVSUSP under its own file type and key   *
      *  sequence with the exclusion reason, and its BAQPROV record    *
      *  is flagged BAD in place so it stops flowing to CLMPROV.       *
      *----------------------------------------------------------------*
       3610-SUSPEND-ONE-RECORD.
           IF WS-GRP-NPI(WS-GRP-IDX) NOT = WS-LOOK-VALUE
              GO TO 3610-EXIT
           END-IF.
           SET WS-BAQPROV-MOVED TO TRUE.
           MOVE WS-GRP-ID              TO IO-VSAM-KEY-ID.
           MOVE WS-GRP-SEQ(WS-GRP-IDX) TO IO-VSAM-KEY-SEQ.
           READ VSAM-FILE
               INVALID KEY
                   GO TO 3610-EXIT
           END-READ.
           IF NOT IO-VSAM-STATUS-GOOD
              GO TO 3610-EXIT
           END-IF.

           MOVE IO-VSAM-FILE-TYPE TO IO-SUSP-FILE-ID.
           MOVE IO-VSAM-KEY-SEQ   TO IO-SUSP-SEQ.
           MOVE IO-VSAM-FILE-TYPE TO IO-SUSP-FILE-TYPE.
           MOVE 'NPI'             TO IO-SUSP-ERROR-FIELD.
           MOVE WS-SUSP-REASON    TO IO-SUSP-ERROR-REASON.
           MOVE IO-VSAM-TEXT-AA   TO IO-SUSP-TEXT-AA.
           MOVE IO-VSAM-TEXT-BB   TO IO-SUSP-TEXT-BB.
           MOVE IO-VSAM-TEXT-CC   TO IO-SUSP-TEXT-CC.
           MOVE IO-VSAM-TEXT-DD   TO IO-SUSP-TEXT-DD.
           MOVE IO-VSAM-TEXT-EE   TO IO-SUSP-TEXT-EE.
           MOVE IO-VSAM-TEXT-FF   TO IO-SUSP-TEXT-FF.
           MOVE IO-VSAM-TEXT-GG   TO IO-SUSP-TEXT-GG.
           MOVE IO-VSAM-LOAD-TS   TO IO-SUSP-LOAD-TS.
           SET IO-SUSP-ACTION-NONE TO TRUE.
           REWRITE IO-SUSP-RECORD
               INVALID KEY
                   WRITE IO-SUSP-RECORD
                       INVALID KEY
                           DISPLAY 'BAQL960 - UNABLE TO WRITE '
                                   'PROVSUSP KEY=' IO-SUSP-KEY
                           GO TO 3610-EXIT
                   END-WRITE
           END-REWRITE.

           MOVE 'B' TO IO-VSAM-RECORD-STATUS.
           REWRITE IO-VSAM-RECORD
               INVALID KEY
                   DISPLAY 'BAQL960 - UNABLE TO REWRITE BAQPROV '
                           'KEY=' IO-VSAM-KEY
                   GO TO 3610-EXIT
           END-REWRITE.
           ADD 1 TO WS-SUSPEND-CNT.

           MOVE WS-GRP-IDX TO WS-SHOW-IDX.
           PERFORM 6000-FILL-GROUP-LINE THRU 6000-EXIT.
           MOVE 'EXCLUDE '    TO EXRP-TAG.
           MOVE WS-LOOK-VALUE TO EXRP-MATCH-VALUE.
           WRITE EXRP-LINE.
       3610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3700-SCREEN-TAX-ID  -  the newest PROVMSTR record's TAX ID    *
      *  against the list; each listed row under it whose name agrees  *
      *  is a near match for review.  A row carrying an NPI is left    *
      *  to the NPI lookup when the provider carries one too.          *
      *----------------------------------------------------------------*
       3700-SCREEN-TAX-ID.
           MOVE WS-GRP-NAME(WS-SHOW-IDX) TO WS-SQ-IN.
           PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT.
           IF WS-SQ-LEN = 0
              GO TO 3700-EXIT
           END-IF.
           MOVE WS-SQ-OUT TO WS-CAND-SQ.
           MOVE WS-SQ-LEN TO WS-CAND-LEN.

           MOVE WS-GRP-TIN(WS-SHOW-IDX) TO WS-LOOK-VALUE.
           SET WS-EXCL-EOF-SW TO 'N'.
           SET IO-EXCL-BY-TAX-ID TO TRUE.
           MOVE WS-LOOK-VALUE TO IO-EXCL-KEY-VALUE.
           MOVE 0 TO IO-EXCL-SEQ.
           START EXCL-FILE KEY >= IO-EXCL-KEY
               INVALID KEY
                   SET WS-EXCL-EOF TO TRUE
           END-START.
           PERFORM 3710-JUDGE-ONE-TIN-ROW THRU 3710-EXIT
               UNTIL WS-EXCL-EOF.
       3700-EXIT.
           EXIT.

       3710-JUDGE-ONE-TIN-ROW.
           READ EXCL-FILE NEXT RECORD
               AT END
                   SET WS-EXCL-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ.
           IF WS-PROVEXCL-STATUS NOT = '00'
              DISPLAY 'BAQL960 - READ ERROR ON EXCL-FILE, '
                      'STATUS=' WS-PROVEXCL-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-EXCL-EOF TO TRUE
              GO TO 3710-EXIT
           END-IF.
           IF NOT IO-EXCL-BY-TAX-ID
              OR IO-EXCL-KEY-VALUE NOT = WS-LOOK-VALUE
              SET WS-EXCL-EOF TO TRUE
              GO TO 3710-EXIT
           END-IF.
           IF IO-EXCL-NPI NOT = SPACES
              AND WS-CAND-HAS-NPI
              GO TO 3710-EXIT
           END-IF.
           PERFORM 3800-COMPARE-NAMES THRU 3800-EXIT.
           IF NOT WS-NAME-NEAR
              GO TO 3710-EXIT
           END-IF.
           PERFORM 5050-TEST-STANDING THRU 5050-EXIT.
           PERFORM 5060-CAPTURE-MATCH THRU 5060-EXIT.
           PERFORM 6000-FILL-GROUP-LINE THRU 6000-EXIT.
           MOVE WS-LOOK-VALUE TO EXRP-MATCH-VALUE.
           IF WS-ENTRY-REINSTATED
              MOVE 'REINSTAT' TO EXRP-TAG
              ADD 1 TO WS-REINSTATED-CNT
           ELSE
              MOVE 'REVIEW  ' TO EXRP-TAG
              ADD 1 TO WS-REVIEW-CNT
           END-IF.
           WRITE EXRP-LINE.
       3710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3800-COMPARE-NAMES  -  the listed business name, or the       *
      *  listed last name (with the first name when one is listed),    *
      *  found within the provider's squeezed name.  Word order and    *
      *  punctuation do not matter; the TAX ID has already agreed.     *
      *----------------------------------------------------------------*
       3800-COMPARE-NAMES.
           SET WS-NEAR-SW TO 'N'.
           MOVE IO-EXCL-BUS-NAME TO WS-SQ-IN.
           PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT.
           MOVE WS-SQ-OUT TO WS-XBUS-SQ.
           MOVE WS-SQ-LEN TO WS-XBUS-LEN.
           IF WS-XBUS-LEN > 0
              AND WS-XBUS-LEN NOT > WS-CAND-LEN
              MOVE 0 TO WS-TALLY
              INSPECT WS-CAND-SQ TALLYING WS-TALLY
                      FOR ALL WS-XBUS-SQ(1:WS-XBUS-LEN)
              IF WS-TALLY > 0
                 SET WS-NAME-NEAR TO TRUE
                 GO TO 3800-EXIT
              END-IF
           END-IF.

           MOVE IO-EXCL-LAST-NAME TO WS-SQ-IN.
           PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT.
           MOVE WS-SQ-OUT TO WS-XLAST-SQ.
           MOVE WS-SQ-LEN TO WS-XLAST-LEN.
           IF WS-XLAST-LEN = 0
              OR WS-XLAST-LEN > WS-CAND-LEN
              GO TO 3800-EXIT
           END-IF.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-CAND-SQ TALLYING WS-TALLY
                   FOR ALL WS-XLAST-SQ(1:WS-XLAST-LEN).
           IF WS-TALLY = 0
              GO TO 3800-EXIT
           END-IF.

           MOVE IO-EXCL-FIRST-NAME TO WS-SQ-IN.
           PERFORM 8500-SQUEEZE-VALUE THRU 8500-EXIT.
           MOVE WS-SQ-OUT TO WS-XFIRST-SQ.
           MOVE WS-SQ-LEN TO WS-XFIRST-LEN.
           IF WS-XFIRST-LEN = 0
              SET WS-NAME-NEAR TO TRUE
              GO TO 3800-EXIT
           END-IF.
           IF WS-XFIRST-LEN > WS-CAND-LEN
              GO TO 3800-EXIT
           END-IF.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-CAND-SQ TALLYING WS-TALLY
                   FOR ALL WS-XFIRST-SQ(1:WS-XFIRST-LEN).
           IF WS-TALLY > 0
              SET WS-NAME-NEAR TO TRUE
           END-IF.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-WRITE-TOTALS  -  the run totals.                         *
      *----------------------------------------------------------------*
       4000-WRITE-TOTALS.
           MOVE SPACES TO EXRP-LINE.
           WRITE EXRP-LINE.
           MOVE 'PROVIDER IDS SCREENED' TO EXRP-TOT-LABEL.
           MOVE WS-SCREENED-CNT TO EXRP-TOT-CNT.
           WRITE EXRP-TOTAL-LINE.
           MOVE 'PROVIDERS EXCLUDED BY NPI (NEW)' TO EXRP-TOT-LABEL.
           MOVE WS-HIT-CNT TO EXRP-TOT-CNT.
           WRITE EXRP-TOTAL-LINE.
           MOVE 'RECORDS SUSPENDED TO PROVSUSP' TO EXRP-TOT-LABEL.
           MOVE WS-SUSPEND-CNT TO EXRP-TOT-CNT.
           WRITE EXRP-TOTAL-LINE.
           MOVE 'NAME/TAX ID MATCHES FOR REVIEW' TO EXRP-TOT-LABEL.
           MOVE WS-REVIEW-CNT TO EXRP-TOT-CNT.
           WRITE EXRP-TOTAL-LINE.
           MOVE 'MATCHES ON REINSTATED EXCLUSIONS' TO EXRP-TOT-LABEL.
           MOVE WS-REINSTATED-CNT TO EXRP-TOT-CNT.
           WRITE EXRP-TOTAL-LINE.
           MOVE 'SUSPENDED PROVIDERS NO LONGER EXCLUDED'
             TO EXRP-TOT-LABEL.
           MOVE WS-LIFTED-CNT TO EXRP-TOT-CNT.
           WRITE EXRP-TOTAL-LINE.
           MOVE 'DENTAL ONLY, NO NPI - NOT SCREENED' TO EXRP-TOT-LABEL.
           MOVE WS-UNSCREENED-CNT TO EXRP-TOT-CNT.
           WRITE EXRP-TOTAL-LINE.
           MOVE 'ID GROUPS OVER THE GROUP TABLE' TO EXRP-TOT-LABEL.
           MOVE WS-OVERFLOW-CNT TO EXRP-TOT-CNT.
           WRITE EXRP-TOTAL-LINE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-LOOKUP-NPI  -  every listed row filed under the NPI in   *
      *  WS-LOOK-VALUE; notes whether any exclusion still stands and   *
      *  whether any was reinstated, and captures the row to report.   *
      *----------------------------------------------------------------*
       5000-LOOKUP-NPI.
           SET WS-ACTIVE-SW TO 'N'.
           SET WS-REIN-SW TO 'N'.
           MOVE SPACES TO WS-MATCH-NAME WS-MATCH-TYPE WS-MATCH-DATE
                          WS-MATCH-REIN-DATE.
           SET WS-EXCL-EOF-SW TO 'N'.
           SET IO-EXCL-BY-NPI TO TRUE.
           MOVE WS-LOOK-VALUE TO IO-EXCL-KEY-VALUE.
           MOVE 0 TO IO-EXCL-SEQ.
           START EXCL-FILE KEY >= IO-EXCL-KEY
               INVALID KEY
                   SET WS-EXCL-EOF TO TRUE
           END-START.
           PERFORM 5010-READ-ONE-NPI-ROW THRU 5010-EXIT
               UNTIL WS-EXCL-EOF.
       5000-EXIT.
           EXIT.

       5010-READ-ONE-NPI-ROW.
           READ EXCL-FILE NEXT RECORD
               AT END
                   SET WS-EXCL-EOF TO TRUE
                   GO TO 5010-EXIT
           END-READ.
           IF WS-PROVEXCL-STATUS NOT = '00'
              DISPLAY 'BAQL960 - READ ERROR ON EXCL-FILE, '
                      'STATUS=' WS-PROVEXCL-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-EXCL-EOF TO TRUE
              GO TO 5010-EXIT
           END-IF.
           IF NOT IO-EXCL-BY-NPI
              OR IO-EXCL-KEY-VALUE NOT = WS-LOOK-VALUE
              SET WS-EXCL-EOF TO TRUE
              GO TO 5010-EXIT
           END-IF.
           PERFORM 5050-TEST-STANDING THRU 5050-EXIT.
           IF WS-ENTRY-REINSTATED
              IF NOT WS-ACTIVE-FOUND AND NOT WS-REIN-FOUND
                 PERFORM 5060-CAPTURE-MATCH THRU 5060-EXIT
              END-IF
              SET WS-REIN-FOUND TO TRUE
           ELSE
              IF NOT WS-ACTIVE-FOUND
                 PERFORM 5060-CAPTURE-MATCH THRU 5060-EXIT
              END-IF
              SET WS-ACTIVE-FOUND TO TRUE
           END-IF.
       5010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5050-TEST-STANDING  -  a listed row is reinstated once its    *
      *  reinstatement date has arrived.                               *
      *----------------------------------------------------------------*
       5050-TEST-STANDING.
           SET WS-ENTRY-REIN-SW TO 'N'.
           IF IO-EXCL-REIN-DATE NUMERIC
              AND IO-EXCL-REIN-DATE NOT = ZEROES
              AND IO-EXCL-REIN-DATE NOT > WS-TODAY-X
              SET WS-ENTRY-REINSTATED TO TRUE
           END-IF.
       5050-EXIT.
           EXIT.

       5060-CAPTURE-MATCH.
           MOVE SPACES TO WS-MATCH-NAME.
           IF IO-EXCL-BUS-NAME NOT = SPACES
              MOVE IO-EXCL-BUS-NAME TO WS-MATCH-NAME
           ELSE
              STRING IO-EXCL-LAST-NAME  DELIMITED BY '  '
                     ', '               DELIMITED BY SIZE
                     IO-EXCL-FIRST-NAME DELIMITED BY '  '
                     INTO WS-MATCH-NAME
              END-STRING
           END-IF.
           MOVE IO-EXCL-TYPE      TO WS-MATCH-TYPE.
           MOVE IO-EXCL-DATE      TO WS-MATCH-DATE.
           MOVE IO-EXCL-REIN-DATE TO WS-MATCH-REIN-DATE.
       5060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-FILL-GROUP-LINE  -  a report line for the WS-SHOW-IDX    *
      *  record of the current group and the captured listed row; the  *
      *  caller sets the tag and the value matched on.  The provider   *
      *  name is the newest PROVMSTR record's.                         *
      *----------------------------------------------------------------*
       6000-FILL-GROUP-LINE.
           MOVE SPACES             TO EXRP-LINE.
           MOVE WS-GRP-ID          TO EXRP-PROVIDER-ID.
           MOVE WS-TYPE-FILE-TYPE(WS-GRP-TYPE-NBR(WS-SHOW-IDX))
                                   TO EXRP-FILE-TYPE.
           MOVE WS-GRP-SEQ(WS-SHOW-IDX) TO EXRP-SEQ.
           IF WS-MSTR-IDX > 0
              MOVE WS-GRP-NAME(WS-MSTR-IDX) TO EXRP-PROV-NAME
           END-IF.
           MOVE WS-MATCH-NAME      TO EXRP-EXCL-NAME.
           MOVE WS-MATCH-TYPE      TO EXRP-EXCL-TYPE.
           MOVE WS-MATCH-DATE      TO EXRP-EXCL-DATE.
           MOVE WS-MATCH-REIN-DATE TO EXRP-REIN-DATE.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8200-UNLOAD-RECORD-SLOTS  -  the record just read's seven     *
      *  text slots, subscriptable.                                    *
      *----------------------------------------------------------------*
       8200-UNLOAD-RECORD-SLOTS.
           MOVE IO-VSAM-TEXT-AA TO WS-SLOT-TEXT(1).
           MOVE IO-VSAM-TEXT-BB TO WS-SLOT-TEXT(2).
           MOVE IO-VSAM-TEXT-CC TO WS-SLOT-TEXT(3).
           MOVE IO-VSAM-TEXT-DD TO WS-SLOT-TEXT(4).
           MOVE IO-VSAM-TEXT-EE TO WS-SLOT-TEXT(5).
           MOVE IO-VSAM-TEXT-FF TO WS-SLOT-TEXT(6).
           MOVE IO-VSAM-TEXT-GG TO WS-SLOT-TEXT(7).
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8500-SQUEEZE-VALUE  -  WS-SQ-IN upper-cased with everything   *
      *  but letters and digits taken out, left-justified in           *
      *  WS-SQ-OUT; WS-SQ-LEN is the squeezed length.                  *
      *----------------------------------------------------------------*
       8500-SQUEEZE-VALUE.
           MOVE SPACES TO WS-SQ-OUT.
           MOVE 0 TO WS-SQ-LEN.
           INSPECT WS-SQ-IN CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 8510-SQUEEZE-ONE-CHAR THRU 8510-EXIT
                   VARYING WS-SQ-IDX FROM 1 BY 1
                   UNTIL WS-SQ-IDX > 80.
       8500-EXIT.
           EXIT.

       8510-SQUEEZE-ONE-CHAR.
           MOVE WS-SQ-IN(WS-SQ-IDX:1) TO WS-SQ-CHAR.
           IF WS-SQ-CHAR = SPACE
              GO TO 8510-EXIT
           END-IF.
           IF WS-SQ-CHAR IS ALPHABETIC-UPPER
              OR WS-SQ-CHAR IS NUMERIC
              ADD 1 TO WS-SQ-LEN
              MOVE WS-SQ-CHAR TO WS-SQ-OUT(WS-SQ-LEN:1)
           END-IF.
       8510-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE VSAM-FILE SUSPENSE-FILE EXCL-FILE REPORT-FILE.
           GOBACK.
       9999-EXIT.
           EXIT.
