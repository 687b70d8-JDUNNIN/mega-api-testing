      *================================================================*
      *  PROGRAM-ID.  BAQL870                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Daily pending remittance change report.  Lists every          *
      *  PROVHOLD hold still waiting for a second analyst's decision   *
      *  in BAQL470 - provider, file type and file-id, the date the    *
      *  change was held and the whole days it has waited since,       *
      *  the userids barred from deciding it, and which of the four    *
      *  remittance fields it changes - oldest first within provider   *
      *  order as the file is keyed.  The PROVHPND report ends with    *
      *  the pending count and the longest wait, so the payment        *
      *  integrity lead can chase the stale ones.  Decided and         *
      *  superseded holds are not listed; a missing hold file means    *
      *  nothing is pending.                                           *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL870.
       AUTHOR.        BAQLDS BATCH SUPPORT.
       INSTALLATION.  BAQLDS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE       ASSIGN TO PROVHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-HOLD-KEY
                  FILE STATUS IS WS-PROVHOLD-STATUS.

           SELECT PENDING-FILE    ASSIGN TO PROVHPND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVHPND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-HOLD.

      *----------------------------------------------------------------*
      *  Pending report - a run header, column headings, one line per  *
      *  pending hold, and a total line.                               *
      *----------------------------------------------------------------*
       FD  PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HPND-LINE.
           05  HPND-PROVIDER-ID               PIC X(20).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  HPND-FILE-TYPE                 PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  HPND-FILE-ID                   PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  HPND-HELD-DATE                 PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  HPND-DAYS-WAITING              PIC Z(4)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  HPND-LOADED-BY                 PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  HPND-CORRECTED-BY              PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  HPND-CHANGED                   PIC X(20).
       01  HPND-HEADER.
           05  HPND-HDR-LITERAL               PIC X(32).
           05  HPND-HDR-RUN-TS                PIC X(26).
           05  FILLER                         PIC X(41) VALUE SPACES.
       01  HPND-COL-HEADER.
           05  FILLER                         PIC X(22)
               VALUE 'PROVIDER ID'.
           05  FILLER                         PIC X(10)
               VALUE 'FILE TYPE'.
           05  FILLER                         PIC X(10)
               VALUE 'FILE ID'.
           05  FILLER                         PIC X(10)
               VALUE 'HELD ON'.
           05  FILLER                         PIC X(07)
               VALUE '   DAYS'.
           05  FILLER                         PIC X(10)
               VALUE 'LOADED BY'.
           05  FILLER                         PIC X(10)
               VALUE 'CORR BY'.
           05  FILLER                         PIC X(20)
               VALUE 'CHANGED'.
       01  HPND-TOTAL-LINE.
           05  HPND-TOT-LITERAL               PIC X(22).
           05  HPND-TOT-PENDING-CNT           PIC Z(8)9.
           05  HPND-TOT-OLDEST-LIT            PIC X(22).
           05  HPND-TOT-OLDEST-DAYS           PIC Z(4)9.
           05  FILLER                         PIC X(41) VALUE SPACES.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PROVHOLD-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVHPND-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-VSAM-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-VSAM-EOF                           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PENDING-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-OLDEST-DAYS                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.

      *----------------------------------------------------------------*
      *  Day arithmetic - each date is turned into a day number so     *
      *  the wait is a plain subtraction across month and year ends.   *
      *----------------------------------------------------------------*
       01  WS-DATE-WORK.
           05  WS-TODAY                       PIC 9(08).
           05  WS-WORK-DATE                   PIC 9(08).
           05  FILLER REDEFINES WS-WORK-DATE.
               10  WS-WORK-YYYY               PIC 9(04).
               10  WS-WORK-MM                 PIC 9(02).
               10  WS-WORK-DD                 PIC 9(02).
           05  WS-HELD-DATE-X                 PIC X(08).
           05  WS-HELD-DATE REDEFINES WS-HELD-DATE-X
                                              PIC 9(08).
           05  WS-ADJ-A                       PIC S9(9) USAGE COMP-5.
           05  WS-ADJ-Y                       PIC S9(9) USAGE COMP-5.
           05  WS-ADJ-M                       PIC S9(9) USAGE COMP-5.
           05  WS-PART                        PIC S9(9) USAGE COMP-5.
           05  WS-DAY-NUMBER                  PIC S9(9) USAGE COMP-5.
           05  WS-TODAY-NUMBER                PIC S9(9) USAGE COMP-5.
           05  WS-DAYS-WAITING                PIC S9(9) USAGE COMP-5.

       01  WS-RUN-IDENTIFICATION.
           05  WS-RUN-TIMESTAMP               PIC X(26) VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYYMMDD                PIC 9(08).
           05  WS-CDT-HHMMSSSS                PIC 9(08).

       01  WS-CHANGED-WORK                    PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           PERFORM 2000-LIST-PENDING      THRU 2000-EXIT.
           PERFORM 3000-WRITE-TOTALS      THRU 3000-EXIT.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  stamp the run, turn today into a day      *
      *  number, open the report and the hold file.                    *
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
           MOVE WS-TODAY TO WS-WORK-DATE.
           PERFORM 8100-DAY-NUMBER THRU 8100-EXIT.
           MOVE WS-DAY-NUMBER TO WS-TODAY-NUMBER.

           OPEN OUTPUT PENDING-FILE.
           IF WS-PROVHPND-STATUS NOT = '00'
              DISPLAY 'BAQL870 - UNABLE TO OPEN PENDING-FILE, '
                      'STATUS=' WS-PROVHPND-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO HPND-HEADER.
           MOVE 'REMIT CHANGES PENDING APPROVAL -'
             TO HPND-HDR-LITERAL.
           MOVE WS-RUN-TIMESTAMP TO HPND-HDR-RUN-TS.
           WRITE HPND-HEADER.
           WRITE HPND-LINE FROM HPND-COL-HEADER.

           OPEN INPUT HOLD-FILE.
           IF WS-PROVHOLD-STATUS = '35'
              CLOSE HOLD-FILE
              MOVE '35' TO WS-PROVHOLD-STATUS
              GO TO 1000-EXIT
           END-IF.
           IF WS-PROVHOLD-STATUS NOT = '00'
              DISPLAY 'BAQL870 - UNABLE TO OPEN HOLD-FILE, '
                      'STATUS=' WS-PROVHOLD-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE PENDING-FILE
              GOBACK
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-LIST-PENDING  -  one pass over the hold file, a report   *
      *  line per pending hold.                                        *
      *----------------------------------------------------------------*
       2000-LIST-PENDING.
           IF WS-PROVHOLD-STATUS = '35'
              GO TO 2000-EXIT
           END-IF.
           SET WS-VSAM-EOF-SW TO 'N'.
           MOVE LOW-VALUES TO IO-HOLD-KEY.
           START HOLD-FILE KEY >= IO-HOLD-KEY
               INVALID KEY
                   SET WS-VSAM-EOF TO TRUE
           END-START.
           PERFORM 2100-LIST-ONE-HOLD THRU 2100-EXIT
               UNTIL WS-VSAM-EOF.
           CLOSE HOLD-FILE.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PROVHOLD-STATUS NOT = '00'
              DISPLAY 'BAQL870 - READ ERROR ON HOLD-FILE, '
                      'STATUS=' WS-PROVHOLD-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 2100-EXIT
           END-IF.
           IF NOT IO-HOLD-PENDING
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-CNT.

           MOVE IO-HOLD-HELD-TS(1:8) TO WS-HELD-DATE-X.
           MOVE 0 TO WS-DAYS-WAITING.
           IF WS-HELD-DATE-X NUMERIC
              MOVE WS-HELD-DATE TO WS-WORK-DATE
              PERFORM 8100-DAY-NUMBER THRU 8100-EXIT
              COMPUTE WS-DAYS-WAITING = WS-TODAY-NUMBER
                                      - WS-DAY-NUMBER
           END-IF.
           IF WS-DAYS-WAITING > WS-OLDEST-DAYS
              MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
           END-IF.

           MOVE SPACES TO WS-CHANGED-WORK.
           IF IO-HOLD-OLD-REMIT-NAME NOT = IO-HOLD-NEW-REMIT-NAME
              MOVE 'NAME'  TO WS-CHANGED-WORK(1:4)
           END-IF.
           IF IO-HOLD-OLD-REMIT-ADDR-1 NOT = IO-HOLD-NEW-REMIT-ADDR-1
              MOVE 'ADDR'  TO WS-CHANGED-WORK(6:4)
           END-IF.
           IF IO-HOLD-OLD-REMIT-CSZ NOT = IO-HOLD-NEW-REMIT-CSZ
              MOVE 'CSZ'   TO WS-CHANGED-WORK(11:3)
           END-IF.
           IF IO-HOLD-OLD-EFT-ACCOUNT NOT = IO-HOLD-NEW-EFT-ACCOUNT
              MOVE 'EFT'   TO WS-CHANGED-WORK(15:3)
           END-IF.

           MOVE SPACES                    TO HPND-LINE.
           MOVE IO-HOLD-PROVIDER-ID(1:20) TO HPND-PROVIDER-ID.
           MOVE IO-HOLD-FILE-TYPE         TO HPND-FILE-TYPE.
           MOVE IO-HOLD-FILE-ID           TO HPND-FILE-ID.
           MOVE WS-HELD-DATE-X            TO HPND-HELD-DATE.
           MOVE WS-DAYS-WAITING           TO HPND-DAYS-WAITING.
           MOVE IO-HOLD-LOADED-BY         TO HPND-LOADED-BY.
           MOVE IO-HOLD-CORRECTED-BY      TO HPND-CORRECTED-BY.
           MOVE WS-CHANGED-WORK           TO HPND-CHANGED.
           WRITE HPND-LINE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-WRITE-TOTALS  -  the pending count and longest wait.     *
      *----------------------------------------------------------------*
       3000-WRITE-TOTALS.
           MOVE SPACES                   TO HPND-TOTAL-LINE.
           MOVE 'HOLDS PENDING:        ' TO HPND-TOT-LITERAL.
           MOVE WS-PENDING-CNT           TO HPND-TOT-PENDING-CNT.
           MOVE '   LONGEST WAIT DAYS: ' TO HPND-TOT-OLDEST-LIT.
           MOVE WS-OLDEST-DAYS           TO HPND-TOT-OLDEST-DAYS.
           WRITE HPND-LINE FROM HPND-TOTAL-LINE.
           DISPLAY 'BAQL870 - ' WS-PENDING-CNT ' REMIT CHANGES '
                   'PENDING, LONGEST WAIT ' WS-OLDEST-DAYS ' DAYS'.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8100-DAY-NUMBER  -  WS-WORK-DATE as a serial day number, the  *
      *  usual Julian day count with March as the first month of the   *
      *  year so the leap day falls at the end.                        *
      *----------------------------------------------------------------*
       8100-DAY-NUMBER.
           COMPUTE WS-ADJ-A = 14 - WS-WORK-MM.
           DIVIDE WS-ADJ-A BY 12 GIVING WS-ADJ-A.
           COMPUTE WS-ADJ-Y = WS-WORK-YYYY + 4800 - WS-ADJ-A.
           COMPUTE WS-ADJ-M = WS-WORK-MM + (12 * WS-ADJ-A) - 3.
           COMPUTE WS-PART = (153 * WS-ADJ-M) + 2.
           DIVIDE WS-PART BY 5 GIVING WS-PART.
           COMPUTE WS-DAY-NUMBER = WS-WORK-DD + WS-PART
                                 + (365 * WS-ADJ-Y) - 32045.
           DIVIDE WS-ADJ-Y BY 4 GIVING WS-PART.
           ADD WS-PART TO WS-DAY-NUMBER.
           DIVIDE WS-ADJ-Y BY 100 GIVING WS-PART.
           SUBTRACT WS-PART FROM WS-DAY-NUMBER.
           DIVIDE WS-ADJ-Y BY 400 GIVING WS-PART.
           ADD WS-PART TO WS-DAY-NUMBER.
       8100-EXIT.
           EXIT.

       9999-TERMINATE.
           CLOSE PENDING-FILE.
           GOBACK.
       9999-EXIT.
           EXIT.
