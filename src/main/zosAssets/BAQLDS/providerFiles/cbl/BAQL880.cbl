      *================================================================*
      *  PROGRAM-ID.  BAQL880                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Monthly suspense correction report for the compliance         *
      *  reviewers.  Reads the PROVCORR journal BAQL500 writes on      *
      *  every PF5 release attempt and, for the month named in the     *
      *  parm (YYYYMM - the previous calendar month when omitted),     *
      *  writes the PROVCRPT report in three parts: every attempt in   *
      *  the order it was made with the field-level before and after   *
      *  values beneath it, so "who changed this provider's NPI or     *
      *  EFT account" has an answer; then attempts, outcomes and       *
      *  fields changed totalled by analyst userid; then the same      *
      *  totals by file type.  A missing journal reports nothing.      *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL880.
       AUTHOR.        BAQLDS BATCH SUPPORT.
       INSTALLATION.  BAQLDS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-FILE       ASSIGN TO AS-PROVCORR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVCORR-STATUS.

           SELECT REPORT-FILE     ASSIGN TO PROVCRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-CORR.

      *----------------------------------------------------------------*
      *  Correction report - a run header, the attempt listing with    *
      *  its changed-field lines, and the two summary sections.        *
      *----------------------------------------------------------------*
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CRPT-LINE                          PIC X(132).
       01  CRPT-HEADER.
           05  CRPT-HDR-LITERAL               PIC X(40).
           05  CRPT-HDR-MONTH                 PIC X(06).
           05  FILLER                         PIC X(04) VALUE SPACES.
           05  CRPT-HDR-RUN-TS                PIC X(26).
           05  FILLER                         PIC X(56) VALUE SPACES.
       01  CRPT-ATTEMPT-LINE.
           05  CRPT-ATT-TS                    PIC X(15).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-ATT-USERID                PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-ATT-TERMID                PIC X(04).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-ATT-FILE-ID               PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-ATT-SEQ                   PIC Z(8)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-ATT-FILE-TYPE             PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-ATT-OUTCOME               PIC X(13).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-ATT-ERROR-FIELD           PIC X(30).
           05  FILLER                         PIC X(23) VALUE SPACES.
       01  CRPT-CHANGE-LINE.
           05  FILLER                         PIC X(06) VALUE SPACES.
           05  CRPT-CHG-SLOT-ID               PIC X(02).
           05  FILLER                         PIC X(01) VALUE SPACES.
           05  CRPT-CHG-FIELD-NAME            PIC X(30).
           05  FILLER                         PIC X(01) VALUE SPACES.
           05  CRPT-CHG-BEFORE                PIC X(45).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-CHG-AFTER                 PIC X(45).
       01  CRPT-SUMMARY-LINE.
           05  CRPT-SUM-KEY                   PIC X(10).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-SUM-ATTEMPTS              PIC Z(8)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-SUM-APPLIED               PIC Z(8)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-SUM-FAILING               PIC Z(8)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-SUM-APPLY-FAILED          PIC Z(8)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  CRPT-SUM-FIELDS                PIC Z(8)9.
           05  FILLER                         PIC X(67) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PROVCORR-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVCRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SEQ-EOF-SW                  PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF                            VALUE 'Y'.
           05  WS-SUM-FOUND-SW                PIC X(01) VALUE 'N'.
               88  WS-SUM-FOUND                          VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-CHG-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SUM-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SUM-USE-IDX                 PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-READ-CNT                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-MONTH-CNT                   PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TOT-APPLIED                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TOT-FAILING                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TOT-APPLY-FAILED            PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TOT-FIELDS                  PIC S9(9) USAGE COMP-5
                                               VALUE 0.

      *----------------------------------------------------------------*
      *  The report month, YYYYMM, from the parm or worked back one    *
      *  month from today.                                             *
      *----------------------------------------------------------------*
       01  WS-DATE-WORK.
           05  WS-TODAY                       PIC 9(08).
           05  FILLER REDEFINES WS-TODAY.
               10  WS-TODAY-YYYY              PIC 9(04).
               10  WS-TODAY-MM                PIC 9(02).
               10  WS-TODAY-DD                PIC 9(02).
           05  WS-REPORT-MONTH                PIC X(06).
           05  FILLER REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YYYY             PIC 9(04).
               10  WS-REPORT-MM               PIC 9(02).

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-TIMESTAMP               PIC X(26) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYYMMDD                PIC 9(08).
           05  WS-CDT-HHMMSSSS                PIC 9(08).

      *----------------------------------------------------------------*
      *  Summary tables - one entry per analyst userid and one per     *
      *  file type seen in the month.  8000-FIND-SUM-ENTRY works on    *
      *  whichever table WS-SUM-TABLE-SW selects.                      *
      *----------------------------------------------------------------*
       01  WS-SUM-TABLE-SW                    PIC X(01) VALUE 'U'.
           88  WS-SUM-BY-USER                            VALUE 'U'.
           88  WS-SUM-BY-TYPE                            VALUE 'T'.
       01  WS-SUM-KEY                         PIC X(10).

       01  WS-USER-TABLE.
           05  WS-USER-CNT                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-USER-ENTRY OCCURS 500 TIMES.
               10  WS-USER-KEY                PIC X(10).
               10  WS-USER-ATTEMPTS           PIC S9(9) USAGE COMP-5.
               10  WS-USER-APPLIED            PIC S9(9) USAGE COMP-5.
               10  WS-USER-FAILING            PIC S9(9) USAGE COMP-5.
               10  WS-USER-APPLY-FAILED       PIC S9(9) USAGE COMP-5.
               10  WS-USER-FIELDS             PIC S9(9) USAGE COMP-5.

       01  WS-TYPE-TABLE.
           05  WS-TYPE-CNT                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-TYPE-ENTRY OCCURS 50 TIMES.
               10  WS-TYPE-KEY                PIC X(10).
               10  WS-TYPE-ATTEMPTS           PIC S9(9) USAGE COMP-5.
               10  WS-TYPE-APPLIED            PIC S9(9) USAGE COMP-5.
               10  WS-TYPE-FAILING            PIC S9(9) USAGE COMP-5.
               10  WS-TYPE-APPLY-FAILED       PIC S9(9) USAGE COMP-5.
               10  WS-TYPE-FIELDS             PIC S9(9) USAGE COMP-5.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                    PIC S9(4) USAGE COMP.
           05  LK-PARM-DATA.
      *--------------------------------------------------------------*
      *  Month to report, YYYYMM; omitted means last month.          *
      *--------------------------------------------------------------*
               10  LK-PARM-MONTH              PIC X(06).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-LIST-ATTEMPTS     THRU 2000-EXIT.
           PERFORM 3000-WRITE-SUMMARIES   THRU 3000-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  settle the report month, open the report  *
      *  and the journal.                                              *
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

           IF LK-PARM-LEN >= 6
              AND LK-PARM-MONTH NUMERIC
              MOVE LK-PARM-MONTH TO WS-REPORT-MONTH
           ELSE
              IF WS-TODAY-MM = 1
                 COMPUTE WS-REPORT-YYYY = WS-TODAY-YYYY - 1
                 MOVE 12 TO WS-REPORT-MM
              ELSE
                 MOVE WS-TODAY-YYYY TO WS-REPORT-YYYY
                 COMPUTE WS-REPORT-MM = WS-TODAY-MM - 1
              END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-PROVCRPT-STATUS NOT = '00'
              DISPLAY 'BAQL880 - UNABLE TO OPEN REPORT-FILE, '
                      'STATUS=' WS-PROVCRPT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO CRPT-HEADER.
           MOVE 'SUSPENSE CORRECTION JOURNAL - MONTH'
             TO CRPT-HDR-LITERAL.
           MOVE WS-REPORT-MONTH  TO CRPT-HDR-MONTH.
           MOVE WS-RUN-TIMESTAMP TO CRPT-HDR-RUN-TS.
           WRITE CRPT-LINE FROM CRPT-HEADER.
           MOVE SPACES TO CRPT-LINE.
           WRITE CRPT-LINE.
           MOVE 'ATTEMPTED        USERID    TERM  FILE ID'
             TO CRPT-LINE.
           MOVE 'SEQ'               TO CRPT-LINE(50:).
           MOVE 'FILE TYPE'         TO CRPT-LINE(55:).
           MOVE 'OUTCOME'           TO CRPT-LINE(65:).
           MOVE 'ERROR FIELD AFTER' TO CRPT-LINE(80:).
           WRITE CRPT-LINE.
           MOVE SPACES TO CRPT-LINE.
           MOVE 'SL FIELD CHANGED' TO CRPT-LINE(7:).
           MOVE 'BEFORE'           TO CRPT-LINE(41:).
           MOVE 'AFTER'            TO CRPT-LINE(88:).
           WRITE CRPT-LINE.

           OPEN INPUT CORR-FILE.
           IF WS-PROVCORR-STATUS = '35'
              CLOSE CORR-FILE
              MOVE '35' TO WS-PROVCORR-STATUS
              GO TO 1000-EXIT
           END-IF.
           IF WS-PROVCORR-STATUS NOT = '00'
              DISPLAY 'BAQL880 - UNABLE TO OPEN CORR-FILE, '
                      'STATUS=' WS-PROVCORR-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE REPORT-FILE
              GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-LIST-ATTEMPTS  -  one pass over the journal, listing     *
      *  the month's attempts and totalling them as they go by.        *
      *----------------------------------------------------------------*
       2000-LIST-ATTEMPTS.
           IF WS-PROVCORR-STATUS = '35'
              GO TO 2000-EXIT
           END-IF.
           SET WS-SEQ-EOF-SW TO 'N'.
           PERFORM 2100-LIST-ONE-ATTEMPT THRU 2100-EXIT
               UNTIL WS-SEQ-EOF.
           CLOSE CORR-FILE.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-ATTEMPT.
           READ CORR-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PROVCORR-STATUS NOT = '00'
              DISPLAY 'BAQL880 - READ ERROR ON CORR-FILE, '
                      'STATUS=' WS-PROVCORR-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-READ-CNT.
           IF IO-CORR-TS(1:6) NOT = WS-REPORT-MONTH
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-MONTH-CNT.
           IF IO-CORR-CHANGE-CNT < 0
              OR IO-CORR-CHANGE-CNT > 7
              MOVE 0 TO IO-CORR-CHANGE-CNT
           END-IF.

           MOVE SPACES                 TO CRPT-ATTEMPT-LINE.
           MOVE IO-CORR-TS(1:15)       TO CRPT-ATT-TS.
           MOVE IO-CORR-USERID         TO CRPT-ATT-USERID.
           MOVE IO-CORR-TERMID         TO CRPT-ATT-TERMID.
           MOVE IO-CORR-FILE-ID        TO CRPT-ATT-FILE-ID.
           MOVE IO-CORR-SEQ            TO CRPT-ATT-SEQ.
           MOVE IO-CORR-FILE-TYPE      TO CRPT-ATT-FILE-TYPE.
           EVALUATE TRUE
               WHEN IO-CORR-APPLIED
                   MOVE 'APPLIED'       TO CRPT-ATT-OUTCOME
                   ADD 1 TO WS-TOT-APPLIED
               WHEN IO-CORR-STILL-FAILING
                   MOVE 'STILL FAILING' TO CRPT-ATT-OUTCOME
                   ADD 1 TO WS-TOT-FAILING
               WHEN OTHER
                   MOVE 'APPLY FAILED'  TO CRPT-ATT-OUTCOME
                   ADD 1 TO WS-TOT-APPLY-FAILED
           END-EVALUATE.
           MOVE IO-CORR-ERROR-FIELD    TO CRPT-ATT-ERROR-FIELD.
           WRITE CRPT-LINE FROM CRPT-ATTEMPT-LINE.
           ADD IO-CORR-CHANGE-CNT TO WS-TOT-FIELDS.
           PERFORM 2200-LIST-ONE-CHANGE THRU 2200-EXIT
                   VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > IO-CORR-CHANGE-CNT.

           SET WS-SUM-BY-USER TO TRUE.
           MOVE IO-CORR-USERID TO WS-SUM-KEY.
           PERFORM 8000-FIND-SUM-ENTRY THRU 8000-EXIT.
           IF WS-SUM-FOUND
              PERFORM 2300-ADD-TO-USER THRU 2300-EXIT
           END-IF.
           SET WS-SUM-BY-TYPE TO TRUE.
           MOVE IO-CORR-FILE-TYPE TO WS-SUM-KEY.
           PERFORM 8000-FIND-SUM-ENTRY THRU 8000-EXIT.
           IF WS-SUM-FOUND
              PERFORM 2400-ADD-TO-TYPE THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LIST-ONE-CHANGE.
           MOVE SPACES TO CRPT-CHANGE-LINE.
           MOVE IO-CORR-SLOT-ID(WS-CHG-IDX)      TO CRPT-CHG-SLOT-ID.
           MOVE IO-CORR-FIELD-NAME(WS-CHG-IDX)   TO CRPT-CHG-FIELD-NAME.
           MOVE IO-CORR-BEFORE-VALUE(WS-CHG-IDX) TO CRPT-CHG-BEFORE.
           MOVE IO-CORR-AFTER-VALUE(WS-CHG-IDX)  TO CRPT-CHG-AFTER.
           WRITE CRPT-LINE FROM CRPT-CHANGE-LINE.
       2200-EXIT.
           EXIT.

       2300-ADD-TO-USER.
           ADD 1 TO WS-USER-ATTEMPTS(WS-SUM-USE-IDX).
           ADD IO-CORR-CHANGE-CNT TO WS-USER-FIELDS(WS-SUM-USE-IDX).
           EVALUATE TRUE
               WHEN IO-CORR-APPLIED
                   ADD 1 TO WS-USER-APPLIED(WS-SUM-USE-IDX)
               WHEN IO-CORR-STILL-FAILING
                   ADD 1 TO WS-USER-FAILING(WS-SUM-USE-IDX)
               WHEN OTHER
                   ADD 1 TO WS-USER-APPLY-FAILED(WS-SUM-USE-IDX)
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2400-ADD-TO-TYPE.
           ADD 1 TO WS-TYPE-ATTEMPTS(WS-SUM-USE-IDX).
           ADD IO-CORR-CHANGE-CNT TO WS-TYPE-FIELDS(WS-SUM-USE-IDX).
           EVALUATE TRUE
               WHEN IO-CORR-APPLIED
                   ADD 1 TO WS-TYPE-APPLIED(WS-SUM-USE-IDX)
               WHEN IO-CORR-STILL-FAILING
                   ADD 1 TO WS-TYPE-FAILING(WS-SUM-USE-IDX)
               WHEN OTHER
                   ADD 1 TO WS-TYPE-APPLY-FAILED(WS-SUM-USE-IDX)
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-WRITE-SUMMARIES  -  the by-analyst and by-file-type      *
      *  sections, each closed by the month's totals.                  *
      *----------------------------------------------------------------*
       3000-WRITE-SUMMARIES.
           MOVE 'BY ANALYST' TO WS-SUM-KEY.
           PERFORM 3100-WRITE-SUM-HEADINGS THRU 3100-EXIT.
           PERFORM 3200-WRITE-ONE-USER THRU 3200-EXIT
                   VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-USER-CNT.
           PERFORM 3400-WRITE-SUM-TOTAL THRU 3400-EXIT.

           MOVE 'BY TYPE'    TO WS-SUM-KEY.
           PERFORM 3100-WRITE-SUM-HEADINGS THRU 3100-EXIT.
           PERFORM 3300-WRITE-ONE-TYPE THRU 3300-EXIT
                   VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-TYPE-CNT.
           PERFORM 3400-WRITE-SUM-TOTAL THRU 3400-EXIT.

           DISPLAY 'BAQL880 - ' WS-READ-CNT ' JOURNAL ROWS READ, '
                   WS-MONTH-CNT ' ATTEMPTS IN ' WS-REPORT-MONTH ', '
                   WS-TOT-FIELDS ' FIELDS CHANGED'.
       3000-EXIT.
           EXIT.

       3100-WRITE-SUM-HEADINGS.
           MOVE SPACES TO CRPT-LINE.
           WRITE CRPT-LINE.
           MOVE WS-SUM-KEY TO CRPT-LINE.
           MOVE '   ATTEMPTS    APPLIED    FAILING  APPLY ERR'
             TO CRPT-LINE(11:).
           MOVE '     FIELDS' TO CRPT-LINE(55:).
           WRITE CRPT-LINE.
       3100-EXIT.
           EXIT.

       3200-WRITE-ONE-USER.
           MOVE SPACES                           TO CRPT-SUMMARY-LINE.
           MOVE WS-USER-KEY(WS-SUM-IDX)          TO CRPT-SUM-KEY.
           MOVE WS-USER-ATTEMPTS(WS-SUM-IDX)     TO CRPT-SUM-ATTEMPTS.
           MOVE WS-USER-APPLIED(WS-SUM-IDX)      TO CRPT-SUM-APPLIED.
           MOVE WS-USER-FAILING(WS-SUM-IDX)      TO CRPT-SUM-FAILING.
           MOVE WS-USER-APPLY-FAILED(WS-SUM-IDX)
             TO CRPT-SUM-APPLY-FAILED.
           MOVE WS-USER-FIELDS(WS-SUM-IDX)       TO CRPT-SUM-FIELDS.
           WRITE CRPT-LINE FROM CRPT-SUMMARY-LINE.
       3200-EXIT.
           EXIT.

       3300-WRITE-ONE-TYPE.
           MOVE SPACES                           TO CRPT-SUMMARY-LINE.
           MOVE WS-TYPE-KEY(WS-SUM-IDX)          TO CRPT-SUM-KEY.
           MOVE WS-TYPE-ATTEMPTS(WS-SUM-IDX)     TO CRPT-SUM-ATTEMPTS.
           MOVE WS-TYPE-APPLIED(WS-SUM-IDX)      TO CRPT-SUM-APPLIED.
           MOVE WS-TYPE-FAILING(WS-SUM-IDX)      TO CRPT-SUM-FAILING.
           MOVE WS-TYPE-APPLY-FAILED(WS-SUM-IDX)
             TO CRPT-SUM-APPLY-FAILED.
           MOVE WS-TYPE-FIELDS(WS-SUM-IDX)       TO CRPT-SUM-FIELDS.
           WRITE CRPT-LINE FROM CRPT-SUMMARY-LINE.
       3300-EXIT.
           EXIT.

       3400-WRITE-SUM-TOTAL.
           MOVE SPACES              TO CRPT-SUMMARY-LINE.
           MOVE 'TOTAL'             TO CRPT-SUM-KEY.
           MOVE WS-MONTH-CNT        TO CRPT-SUM-ATTEMPTS.
           MOVE WS-TOT-APPLIED      TO CRPT-SUM-APPLIED.
           MOVE WS-TOT-FAILING      TO CRPT-SUM-FAILING.
           MOVE WS-TOT-APPLY-FAILED TO CRPT-SUM-APPLY-FAILED.
           MOVE WS-TOT-FIELDS       TO CRPT-SUM-FIELDS.
           WRITE CRPT-LINE FROM CRPT-SUMMARY-LINE.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-FIND-SUM-ENTRY  -  locate (or add) the WS-SUM-KEY entry  *
      *  in the selected summary table.  A full table drops further    *
      *  new keys rather than overlaying one; the month totals still   *
      *  count them.                                                   *
      *----------------------------------------------------------------*
       8000-FIND-SUM-ENTRY.
           SET WS-SUM-FOUND-SW TO 'N'.
           IF WS-SUM-BY-USER
              PERFORM 8010-TEST-USER-ENTRY THRU 8010-EXIT
                      VARYING WS-SUM-IDX FROM 1 BY 1
                      UNTIL WS-SUM-IDX > WS-USER-CNT
                         OR WS-SUM-FOUND
              IF NOT WS-SUM-FOUND
                 AND WS-USER-CNT < 500
                 ADD 1 TO WS-USER-CNT
                 MOVE WS-USER-CNT TO WS-SUM-USE-IDX
                 MOVE WS-SUM-KEY  TO WS-USER-KEY(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-USER-ATTEMPTS(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-USER-APPLIED(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-USER-FAILING(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-USER-APPLY-FAILED(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-USER-FIELDS(WS-SUM-USE-IDX)
                 SET WS-SUM-FOUND TO TRUE
              END-IF
           ELSE
              PERFORM 8020-TEST-TYPE-ENTRY THRU 8020-EXIT
                      VARYING WS-SUM-IDX FROM 1 BY 1
                      UNTIL WS-SUM-IDX > WS-TYPE-CNT
                         OR WS-SUM-FOUND
              IF NOT WS-SUM-FOUND
                 AND WS-TYPE-CNT < 50
                 ADD 1 TO WS-TYPE-CNT
                 MOVE WS-TYPE-CNT TO WS-SUM-USE-IDX
                 MOVE WS-SUM-KEY  TO WS-TYPE-KEY(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-TYPE-ATTEMPTS(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-TYPE-APPLIED(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-TYPE-FAILING(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-TYPE-APPLY-FAILED(WS-SUM-USE-IDX)
                 MOVE 0 TO WS-TYPE-FIELDS(WS-SUM-USE-IDX)
                 SET WS-SUM-FOUND TO TRUE
              END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8010-TEST-USER-ENTRY.
           IF WS-USER-KEY(WS-SUM-IDX) = WS-SUM-KEY
              MOVE WS-SUM-IDX TO WS-SUM-USE-IDX
              SET WS-SUM-FOUND TO TRUE
           END-IF.
       8010-EXIT.
           EXIT.

       8020-TEST-TYPE-ENTRY.
           IF WS-TYPE-KEY(WS-SUM-IDX) = WS-SUM-KEY
              MOVE WS-SUM-IDX TO WS-SUM-USE-IDX
              SET WS-SUM-FOUND TO TRUE
           END-IF.
       8020-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE REPORT-FILE.
           GOBACK.
       9999-EXIT.
           EXIT.
