      *================================================================*
      *  PROGRAM-ID.  BAQL620                                         *
      *  AUTHOR.      BAQLDS BATCH SUPPORT                             *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Remittance change hold.  A load cycle that changes where a    *
      *  provider is paid - REMIT NAME, REMIT ADDRESS LINE 1, REMIT    *
      *  CITY/STATE/ZIP or EFT ACCOUNT NUMBER, by their IO-FLDMAP      *
      *  names - used to reach claims on the next BAQL900 extract      *
      *  with only BAQL600 reporting it after the fact.  This step     *
      *  compares each provider's newest GOOD record of the file       *
      *  type's newest cycle against the provider's approved values    *
      *  and parks any difference on the PROVHOLD pending-change file  *
      *  for a second analyst to approve or reject online (BAQL470).   *
      *  The approved values are the old values of the provider's      *
      *  latest hold while it is pending, rejected or superseded, its  *
      *  new values once approved, and - for a provider never held -   *
      *  the newest GOOD record of an earlier cycle.  A provider with  *
      *  no earlier record has nothing approved to protect and is not  *
      *  held.  A pending hold whose change the cycle has moved on     *
      *  from is superseded and a fresh hold written against the same  *
      *  approved values; a cycle that puts the approved values back   *
      *  simply supersedes it.  Each hold records the userid the load  *
      *  ran under (parm) and, when the record reached BAQPROV         *
      *  through a BAQL500 release, the releasing analyst's userid     *
      *  from the PROVAUD release row - neither may decide the hold.   *
      *  Run the step after every load of a file type that carries     *
      *  remittance fields, and again ahead of each BAQL900 extract    *
      *  of it so records released since the load are caught; the     *
      *  step is safe to rerun.  New holds end the run with return     *
      *  code 4 and an operator console message.                       *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  ALSO TAKE THE CORRECTOR FROM THE BAQL940  *
      *                      BATCH CORRECTION RELEASE ROWS, WHICH      *
      *                      NAME THE USERID THE CORRECTION RUN WAS    *
      *                      MADE UNDER.                               *
      *  2026-10-15  BAQLDS  TAKE ONLY RELEASE ROWS LOGGED ON OR AFTER *
      *                      THE CYCLE'S LOAD DATE, SO A STALE RELEASE *
      *                      OF AN OLDER LOAD CANNOT CROWD OUT THE     *
      *                      CYCLE'S OWN; A FULL RELEASE TABLE NOW     *
      *                      ENDS THE RUN WITH RC 16 AND NOTHING HELD, *
      *                      SINCE A HOLD COULD NOT BE SURE TO NAME    *
      *                      ITS RELEASER.                             *
      *  2026-10-15  BAQLDS  ALSO TAKE RELEASE ROWS FILED UNDER THE    *
      *                      FILE TYPE - A RECORD BAQL160 OR BAQL960   *
      *                      SUSPENDED IS KEYED AND LOGGED UNDER ITS   *
      *                      FILE TYPE, SO ITS RELEASER WAS NEVER      *
      *                      BARRED.                                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL620.
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

           SELECT HOLD-FILE       ASSIGN TO PROVHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IO-HOLD-KEY
                  FILE STATUS IS WS-PROVHOLD-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AS-PROVAUD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROVAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VSAM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-VSAM.

       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-HOLD.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-AUDIT.

       WORKING-STORAGE SECTION.
       COPY IO-FLDMAP.

       01  WS-FILE-STATUSES.
           05  WS-BAQPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVHOLD-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVAUD-STATUS              PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SEQ-EOF-SW                  PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF                            VALUE 'Y'.
           05  WS-VSAM-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-VSAM-EOF                           VALUE 'Y'.
           05  WS-HOLD-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF                           VALUE 'Y'.
           05  WS-MAP-FOUND-SW                PIC X(01) VALUE 'N'.
               88  WS-MAP-FOUND                          VALUE 'Y'.
           05  WS-CUR-HELD-SW                 PIC X(01) VALUE 'N'.
               88  WS-CUR-HELD                           VALUE 'Y'.
           05  WS-PRI-HELD-SW                 PIC X(01) VALUE 'N'.
               88  WS-PRI-HELD                           VALUE 'Y'.
           05  WS-LAST-HOLD-SW                PIC X(01) VALUE 'N'.
               88  WS-LAST-HOLD-FOUND                    VALUE 'Y'.
           05  WS-RLSE-OVFL-SW                PIC X(01) VALUE 'N'.
               88  WS-RLSE-OVERFLOWED                    VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SLOT-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-FLD-NBR                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-RLSE-IDX                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-PROVIDER-CNT                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-NEW-HOLD-CNT                PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-SUPERSEDED-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-STILL-PENDING-CNT           PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-STILL-REJECTED-CNT          PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-HELD-FLD-CNT                PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-RUN-IDENTIFICATION.
           05  WS-FILE-ID                     PIC X(08) VALUE SPACES.
           05  WS-FILE-TYPE                   PIC X(08) VALUE SPACES.
           05  WS-LOADED-BY                   PIC X(08) VALUE SPACES.
           05  WS-RUN-TIMESTAMP               PIC X(26) VALUE SPACES.
           05  WS-MAX-LOAD-DATE               PIC X(08) VALUE SPACES.
           05  WS-PREV-ID                     PIC X(80)
                                              VALUE LOW-VALUE.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-YYYYMMDD                PIC 9(08).
           05  WS-CDT-HHMMSSSS                PIC 9(08).

      *----------------------------------------------------------------*
      *  The file type's slot descriptions, its provider id slot, and  *
      *  which slot (zero if none) carries each held field, in the     *
      *  IO-HOLD value order.                                          *
      *----------------------------------------------------------------*
       01  WS-SLOT-DESCS.
           05  WS-SLOT-DESC-TXT               PIC X(30) OCCURS 7 TIMES.

       01  WS-HELD-FIELDS.
           05  WS-KEY-SLOT-NBR                PIC S9(4) USAGE COMP-5
                                               VALUE 1.
           05  WS-HELD-FLD OCCURS 4 TIMES.
               10  WS-HELD-FLD-NAME           PIC X(30).
               10  WS-HELD-FLD-SLOT           PIC S9(4) USAGE COMP-5.

      *----------------------------------------------------------------*
      *  The provider id group's newest GOOD record of the newest      *
      *  cycle (current) and of any earlier cycle (prior), reduced to  *
      *  the four held values; and the values the group is compared    *
      *  against.                                                      *
      *----------------------------------------------------------------*
       01  WS-CUR-RECORD.
           05  WS-CUR-KEY-ID                  PIC X(80) VALUE SPACES.
           05  WS-CUR-SEQ                     PIC 9(09) VALUE 0.
           05  WS-CUR-LOAD-TS                 PIC X(26) VALUE SPACES.
           05  WS-CUR-VALUES.
               10  WS-CUR-VALUE               PIC X(80) OCCURS 4 TIMES.

       01  WS-PRI-RECORD.
           05  WS-PRI-LOAD-TS                 PIC X(26) VALUE SPACES.
           05  WS-PRI-VALUES.
               10  WS-PRI-VALUE               PIC X(80) OCCURS 4 TIMES.

       01  WS-APPROVED-VALUES                 PIC X(320) VALUE SPACES.

       01  WS-REC-TEXTS.
           05  WS-REC-TEXT                    PIC X(80) OCCURS 7 TIMES.

      *----------------------------------------------------------------*
      *  The provider's latest hold, if it has one.                    *
      *----------------------------------------------------------------*
       01  WS-LAST-HOLD.
           05  WS-LAST-HOLD-KEY               PIC X(106) VALUE SPACES.
           05  WS-LAST-HOLD-STATUS            PIC X(01) VALUE SPACES.
               88  WS-LAST-PENDING                       VALUE 'P'.
               88  WS-LAST-APPROVED                      VALUE 'A'.
               88  WS-LAST-REJECTED                      VALUE 'R'.
           05  WS-LAST-OLD-VALUES             PIC X(320) VALUE SPACES.
           05  WS-LAST-NEW-VALUES             PIC X(320) VALUE SPACES.

      *----------------------------------------------------------------*
      *  BAQL500 releases of this file-id logged to PROVAUD since the  *
      *  cycle was loaded - the suspense sequence (which becomes the   *
      *  BAQPROV key sequence) and the releasing analyst's userid.     *
      *----------------------------------------------------------------*
       01  WS-RELEASE-TABLE.
           05  WS-RLSE-CNT                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-RLSE-ENTRY OCCURS 2000 TIMES.
               10  WS-RLSE-SEQ                PIC S9(9) USAGE COMP-5.
               10  WS-RLSE-USERID             PIC X(08).
       01  WS-CORRECTED-BY                    PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN                    PIC S9(4) USAGE COMP.
           05  LK-PARM-DATA.
               10  LK-PARM-FILE-ID            PIC X(08).
               10  LK-PARM-FILE-TYPE          PIC X(08).
      *--------------------------------------------------------------*
      *  The userid the load job ran under - barred from approving   *
      *  the holds this run writes.                                  *
      *--------------------------------------------------------------*
               10  LK-PARM-LOADED-BY          PIC X(08).

       PROCEDURE DIVISION USING LK-PARM.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           IF WS-HELD-FLD-CNT = 0
              DISPLAY 'BAQL620 - FILE TYPE ' WS-FILE-TYPE
                      ' CARRIES NO REMITTANCE FIELDS - NOTHING HELD'
              GOBACK
           END-IF.
           PERFORM 2000-FIND-MAX-LOAD-DATE THRU 2000-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 2500-COLLECT-RELEASES  THRU 2500-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 3000-SCAN-PROVIDERS    THRU 3000-EXIT.
           DISPLAY 'BAQL620 - ' WS-PROVIDER-CNT ' PROVIDERS CHECKED, '
                   WS-NEW-HOLD-CNT ' NEW HOLDS, '
                   WS-SUPERSEDED-CNT ' SUPERSEDED, '
                   WS-STILL-PENDING-CNT ' STILL PENDING, '
                   WS-STILL-REJECTED-CNT ' STILL REJECTED'.
           IF WS-NEW-HOLD-CNT > 0
              DISPLAY 'BAQL620W ' WS-NEW-HOLD-CNT ' ' WS-FILE-TYPE
                      ' REMIT/EFT CHANGES HELD FOR APPROVAL - '
                      'TRANSACTION BQ4H'
                  UPON CONSOLE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 9999-TERMINATE         THRU 9999-EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE  -  stamp the run, take the parm, and find    *
      *  which slots of the file type carry the held fields.           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CDT-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-CDT-HHMMSSSS FROM TIME.
           STRING WS-CDT-YYYYMMDD DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CDT-HHMMSSSS  DELIMITED BY SIZE
                  INTO WS-RUN-TIMESTAMP
           END-STRING.

           IF LK-PARM-LEN < 24
              OR LK-PARM-LOADED-BY = SPACES
              DISPLAY 'BAQL620 - PARM MUST BE FILE-ID, FILE TYPE AND '
                      'LOADING USERID - NOTHING HELD'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE LK-PARM-FILE-ID   TO WS-FILE-ID.
           MOVE LK-PARM-FILE-TYPE TO WS-FILE-TYPE.
           MOVE LK-PARM-LOADED-BY TO WS-LOADED-BY.

           SET WS-MAP-FOUND-SW TO 'N'.
           PERFORM 1100-SEARCH-FLDMAP-ENTRY THRU 1100-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT
                      OR WS-MAP-FOUND.
           IF NOT WS-MAP-FOUND
              DISPLAY 'BAQL620 - FILE TYPE ' WS-FILE-TYPE
                      ' HAS NO IO-FLDMAP ENTRY'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           MOVE 'REMIT NAME'           TO WS-HELD-FLD-NAME(1).
           MOVE 'REMIT ADDRESS LINE 1' TO WS-HELD-FLD-NAME(2).
           MOVE 'REMIT CITY/STATE/ZIP' TO WS-HELD-FLD-NAME(3).
           MOVE 'EFT ACCOUNT NUMBER'   TO WS-HELD-FLD-NAME(4).
           MOVE 0 TO WS-HELD-FLD-SLOT(1).
           MOVE 0 TO WS-HELD-FLD-SLOT(2).
           MOVE 0 TO WS-HELD-FLD-SLOT(3).
           MOVE 0 TO WS-HELD-FLD-SLOT(4).
           MOVE 1 TO WS-KEY-SLOT-NBR.
           PERFORM 1200-NOTE-ONE-SLOT THRU 1200-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7.
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
           IF WS-SLOT-DESC-TXT(WS-SLOT-NBR) (1:11) = 'PROVIDER ID'
              MOVE WS-SLOT-NBR TO WS-KEY-SLOT-NBR
           END-IF.
           PERFORM 1210-TEST-HELD-FIELD THRU 1210-EXIT
                   VARYING WS-FLD-NBR FROM 1 BY 1
                   UNTIL WS-FLD-NBR > 4.
       1200-EXIT.
           EXIT.

       1210-TEST-HELD-FIELD.
           IF WS-SLOT-DESC-TXT(WS-SLOT-NBR)
                = WS-HELD-FLD-NAME(WS-FLD-NBR)
              MOVE WS-SLOT-NBR TO WS-HELD-FLD-SLOT(WS-FLD-NBR)
              ADD 1 TO WS-HELD-FLD-CNT
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-FIND-MAX-LOAD-DATE  -  the file type's newest cycle,     *
      *  the one whose changes are being held.                         *
      *----------------------------------------------------------------*
       2000-FIND-MAX-LOAD-DATE.
           OPEN INPUT VSAM-FILE.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL620 - UNABLE TO OPEN VSAM-FILE, '
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
           PERFORM 2010-NOTE-ONE-LOAD-DATE THRU 2010-EXIT
               UNTIL WS-VSAM-EOF.
           CLOSE VSAM-FILE.
       2000-EXIT.
           EXIT.

       2010-NOTE-ONE-LOAD-DATE.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL620 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 2010-EXIT
           END-IF.
           IF IO-VSAM-FILE-TYPE = WS-FILE-TYPE
              AND IO-VSAM-LOAD-TS(1:8) > WS-MAX-LOAD-DATE
              MOVE IO-VSAM-LOAD-TS(1:8) TO WS-MAX-LOAD-DATE
           END-IF.
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-COLLECT-RELEASES  -  the BAQL500 and BAQL940 release     *
      *  rows PROVAUD holds for this file-id - or for the file type,   *
      *  under which BAQL160 and BAQL960 suspend a loaded record - so  *
      *  a hold can name the analyst who released the record.  Either  *
      *  way the sequence is the record's BAQPROV key sequence.  A     *
      *  record of the cycle can only have been released once the      *
      *  cycle was loaded, so rows logged before the cycle's load date *
      *  are passed over.  A missing audit file means none.  More      *
      *  releases than the table holds ends the run with nothing held: *
      *  a hold that might not name its releaser would let that        *
      *  analyst approve it.                                           *
      *----------------------------------------------------------------*
       2500-COLLECT-RELEASES.
           MOVE 0 TO WS-RLSE-CNT.
           OPEN INPUT AUDIT-FILE.
           IF WS-PROVAUD-STATUS = '35'
              CLOSE AUDIT-FILE
              GO TO 2500-EXIT
           END-IF.
           IF WS-PROVAUD-STATUS NOT = '00'
              DISPLAY 'BAQL620 - UNABLE TO OPEN AUDIT-FILE, '
                      'STATUS=' WS-PROVAUD-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2500-EXIT
           END-IF.
           SET WS-SEQ-EOF-SW TO 'N'.
           PERFORM 2510-NOTE-ONE-RELEASE THRU 2510-EXIT
               UNTIL WS-SEQ-EOF.
           CLOSE AUDIT-FILE.
           IF WS-RLSE-OVERFLOWED
              DISPLAY 'BAQL620 - MORE THAN 2000 RELEASES OF FILE-ID '
                      WS-FILE-ID '/' WS-FILE-TYPE ' SINCE CYCLE '
                      WS-MAX-LOAD-DATE ' - NOTHING HELD'
              DISPLAY 'BAQL620E RELEASE TABLE FULL FOR FILE-ID '
                      WS-FILE-ID ' - REMIT/EFT CHANGES NOT HELD'
                  UPON CONSOLE
              MOVE 16 TO RETURN-CODE
           END-IF.
       2500-EXIT.
           EXIT.

       2510-NOTE-ONE-RELEASE.
           READ AUDIT-FILE
               AT END
                   SET WS-SEQ-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           IF WS-PROVAUD-STATUS NOT = '00'
              DISPLAY 'BAQL620 - READ ERROR ON AUDIT-FILE, '
                      'STATUS=' WS-PROVAUD-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-SEQ-EOF TO TRUE
              GO TO 2510-EXIT
           END-IF.
           IF (IO-AUDIT-JOB-NAME NOT = 'BQ5S'
               AND IO-AUDIT-JOB-NAME NOT = 'BAQL940')
              OR IO-AUDIT-RECORDS-OK NOT = 'L'
              OR (IO-AUDIT-FILE-ID NOT = WS-FILE-ID
                  AND IO-AUDIT-FILE-ID NOT = WS-FILE-TYPE)
              OR IO-AUDIT-RUN-TS(1:8) < WS-MAX-LOAD-DATE
              GO TO 2510-EXIT
           END-IF.
           IF WS-RLSE-CNT >= 2000
              SET WS-RLSE-OVERFLOWED TO TRUE
              SET WS-SEQ-EOF TO TRUE
              GO TO 2510-EXIT
           END-IF.
           ADD 1 TO WS-RLSE-CNT.
           MOVE IO-AUDIT-RECORD-CNT TO WS-RLSE-SEQ(WS-RLSE-CNT).
           MOVE IO-AUDIT-STEP-NAME  TO WS-RLSE-USERID(WS-RLSE-CNT).
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SCAN-PROVIDERS  -  one pass over BAQPROV in key order,   *
      *  deciding each provider id group of the file type as it        *
      *  completes.                                                    *
      *----------------------------------------------------------------*
       3000-SCAN-PROVIDERS.
           OPEN INPUT VSAM-FILE.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL620 - UNABLE TO OPEN VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-PROVHOLD-STATUS = '35'
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE
           END-IF.
           IF WS-PROVHOLD-STATUS NOT = '00'
              DISPLAY 'BAQL620 - UNABLE TO OPEN HOLD-FILE, '
                      'STATUS=' WS-PROVHOLD-STATUS
              MOVE 16 TO RETURN-CODE
              CLOSE VSAM-FILE
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
           CLOSE HOLD-FILE.
       3000-EXIT.
           EXIT.

       3100-SCAN-ONE-RECORD.
           READ VSAM-FILE NEXT RECORD
               AT END
                   SET WS-VSAM-EOF TO TRUE
                   PERFORM 3200-DECIDE-PROVIDER THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-READ.
           IF WS-BAQPROV-STATUS NOT = '00'
              DISPLAY 'BAQL620 - READ ERROR ON VSAM-FILE, '
                      'STATUS=' WS-BAQPROV-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-VSAM-EOF TO TRUE
              GO TO 3100-EXIT
           END-IF.
           IF IO-VSAM-KEY-ID NOT = WS-PREV-ID
              PERFORM 3200-DECIDE-PROVIDER THRU 3200-EXIT
              MOVE IO-VSAM-KEY-ID TO WS-PREV-ID
           END-IF.
           IF IO-VSAM-FILE-TYPE NOT = WS-FILE-TYPE
              OR IO-VSAM-RECORD-STATUS NOT = 'G'
              GO TO 3100-EXIT
           END-IF.
           MOVE IO-VSAM-TEXT-AA TO WS-REC-TEXT(1).
           MOVE IO-VSAM-TEXT-BB TO WS-REC-TEXT(2).
           MOVE IO-VSAM-TEXT-CC TO WS-REC-TEXT(3).
           MOVE IO-VSAM-TEXT-DD TO WS-REC-TEXT(4).
           MOVE IO-VSAM-TEXT-EE TO WS-REC-TEXT(5).
           MOVE IO-VSAM-TEXT-FF TO WS-REC-TEXT(6).
           MOVE IO-VSAM-TEXT-GG TO WS-REC-TEXT(7).
           IF IO-VSAM-LOAD-TS(1:8) = WS-MAX-LOAD-DATE
              IF NOT WS-CUR-HELD
                 OR IO-VSAM-LOAD-TS > WS-CUR-LOAD-TS
                 MOVE WS-REC-TEXT(WS-KEY-SLOT-NBR) TO WS-CUR-KEY-ID
                 MOVE IO-VSAM-KEY-SEQ TO WS-CUR-SEQ
                 MOVE IO-VSAM-LOAD-TS TO WS-CUR-LOAD-TS
                 PERFORM 3110-TAKE-CUR-VALUE THRU 3110-EXIT
                         VARYING WS-FLD-NBR FROM 1 BY 1
                         UNTIL WS-FLD-NBR > 4
                 SET WS-CUR-HELD TO TRUE
              END-IF
           ELSE
              IF NOT WS-PRI-HELD
                 OR IO-VSAM-LOAD-TS > WS-PRI-LOAD-TS
                 MOVE IO-VSAM-LOAD-TS TO WS-PRI-LOAD-TS
                 PERFORM 3120-TAKE-PRI-VALUE THRU 3120-EXIT
                         VARYING WS-FLD-NBR FROM 1 BY 1
                         UNTIL WS-FLD-NBR > 4
                 SET WS-PRI-HELD TO TRUE
              END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-TAKE-CUR-VALUE.
           MOVE SPACES TO WS-CUR-VALUE(WS-FLD-NBR).
           IF WS-HELD-FLD-SLOT(WS-FLD-NBR) > 0
              MOVE WS-REC-TEXT(WS-HELD-FLD-SLOT(WS-FLD-NBR))
                TO WS-CUR-VALUE(WS-FLD-NBR)
           END-IF.
       3110-EXIT.
           EXIT.

       3120-TAKE-PRI-VALUE.
           MOVE SPACES TO WS-PRI-VALUE(WS-FLD-NBR).
           IF WS-HELD-FLD-SLOT(WS-FLD-NBR) > 0
              MOVE WS-REC-TEXT(WS-HELD-FLD-SLOT(WS-FLD-NBR))
                TO WS-PRI-VALUE(WS-FLD-NBR)
           END-IF.
       3120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-DECIDE-PROVIDER  -  the finished id group.  Only a       *
      *  provider with a newest-cycle record can carry a new change.   *
      *  Work out its approved values, then hold, supersede or leave   *
      *  alone as the REMARKS describe.                                *
      *----------------------------------------------------------------*
       3200-DECIDE-PROVIDER.
           IF NOT WS-CUR-HELD
              GO TO 3200-RESET
           END-IF.
           ADD 1 TO WS-PROVIDER-CNT.
           PERFORM 3300-READ-LATEST-HOLD THRU 3300-EXIT.
           IF RETURN-CODE = 16
              GO TO 3200-RESET
           END-IF.

           EVALUATE TRUE
               WHEN WS-LAST-HOLD-FOUND AND WS-LAST-APPROVED
                   MOVE WS-LAST-NEW-VALUES TO WS-APPROVED-VALUES
               WHEN WS-LAST-HOLD-FOUND
                   MOVE WS-LAST-OLD-VALUES TO WS-APPROVED-VALUES
               WHEN WS-PRI-HELD
                   MOVE WS-PRI-VALUES      TO WS-APPROVED-VALUES
               WHEN OTHER
                   GO TO 3200-RESET
           END-EVALUATE.

           IF WS-CUR-VALUES = WS-APPROVED-VALUES
              IF WS-LAST-HOLD-FOUND AND WS-LAST-PENDING
                 PERFORM 3400-SUPERSEDE-HOLD THRU 3400-EXIT
              END-IF
              GO TO 3200-RESET
           END-IF.

           IF WS-LAST-HOLD-FOUND
              AND WS-CUR-VALUES = WS-LAST-NEW-VALUES
              IF WS-LAST-PENDING
                 ADD 1 TO WS-STILL-PENDING-CNT
                 GO TO 3200-RESET
              END-IF
              IF WS-LAST-REJECTED
                 ADD 1 TO WS-STILL-REJECTED-CNT
                 GO TO 3200-RESET
              END-IF
           END-IF.

           IF WS-LAST-HOLD-FOUND AND WS-LAST-PENDING
              PERFORM 3400-SUPERSEDE-HOLD THRU 3400-EXIT
           END-IF.
           PERFORM 3500-WRITE-NEW-HOLD THRU 3500-EXIT.

       3200-RESET.
           SET WS-CUR-HELD-SW TO 'N'.
           SET WS-PRI-HELD-SW TO 'N'.
           MOVE SPACES TO WS-CUR-LOAD-TS.
           MOVE SPACES TO WS-PRI-LOAD-TS.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-READ-LATEST-HOLD  -  browse the provider's holds oldest  *
      *  to newest and keep the last one read.                         *
      *----------------------------------------------------------------*
       3300-READ-LATEST-HOLD.
           SET WS-LAST-HOLD-SW TO 'N'.
           SET WS-HOLD-EOF-SW TO 'N'.
           MOVE WS-CUR-KEY-ID TO IO-HOLD-PROVIDER-ID.
           MOVE LOW-VALUES    TO IO-HOLD-HELD-TS.
           START HOLD-FILE KEY >= IO-HOLD-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START.
           PERFORM 3310-READ-ONE-HOLD THRU 3310-EXIT
               UNTIL WS-HOLD-EOF.
       3300-EXIT.
           EXIT.

       3310-READ-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF WS-PROVHOLD-STATUS NOT = '00'
              DISPLAY 'BAQL620 - READ ERROR ON HOLD-FILE, '
                      'STATUS=' WS-PROVHOLD-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-HOLD-EOF TO TRUE
              GO TO 3310-EXIT
           END-IF.
           IF IO-HOLD-PROVIDER-ID NOT = WS-CUR-KEY-ID
              SET WS-HOLD-EOF TO TRUE
              GO TO 3310-EXIT
           END-IF.
           SET WS-LAST-HOLD-FOUND TO TRUE.
           MOVE IO-HOLD-KEY        TO WS-LAST-HOLD-KEY.
           MOVE IO-HOLD-STATUS     TO WS-LAST-HOLD-STATUS.
           MOVE IO-HOLD-OLD-VALUES TO WS-LAST-OLD-VALUES.
           MOVE IO-HOLD-NEW-VALUES TO WS-LAST-NEW-VALUES.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3400-SUPERSEDE-HOLD  -  close out an undecided hold the       *
      *  cycle has moved on from; this run's stamp shows why.          *
      *----------------------------------------------------------------*
       3400-SUPERSEDE-HOLD.
           MOVE WS-LAST-HOLD-KEY TO IO-HOLD-KEY.
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY 'BAQL620 - HOLD VANISHED FOR PROVIDER '
                           WS-CUR-KEY-ID(1:40)
                   GO TO 3400-EXIT
           END-READ.
           SET IO-HOLD-SUPERSEDED TO TRUE.
           MOVE 'BAQL620'        TO IO-HOLD-DECIDED-BY.
           MOVE WS-RUN-TIMESTAMP TO IO-HOLD-DECIDED-TS.
           REWRITE IO-HOLD-RECORD
               INVALID KEY
                   DISPLAY 'BAQL620 - REWRITE FAILED ON HOLD-FILE, '
                           'STATUS=' WS-PROVHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 3400-EXIT
           END-REWRITE.
           ADD 1 TO WS-SUPERSEDED-CNT.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-WRITE-NEW-HOLD  -  park the change: approved values as   *
      *  old, the cycle's values as new, pending a second analyst.     *
      *----------------------------------------------------------------*
       3500-WRITE-NEW-HOLD.
           PERFORM 3510-FIND-RELEASER THRU 3510-EXIT.
           MOVE SPACES             TO IO-HOLD-RECORD.
           MOVE WS-CUR-KEY-ID      TO IO-HOLD-PROVIDER-ID.
           MOVE WS-RUN-TIMESTAMP   TO IO-HOLD-HELD-TS.
           MOVE WS-FILE-ID         TO IO-HOLD-FILE-ID.
           MOVE WS-FILE-TYPE       TO IO-HOLD-FILE-TYPE.
           MOVE WS-CUR-SEQ         TO IO-HOLD-SEQ.
           MOVE WS-CUR-LOAD-TS     TO IO-HOLD-LOAD-TS.
           SET IO-HOLD-PENDING     TO TRUE.
           MOVE WS-LOADED-BY       TO IO-HOLD-LOADED-BY.
           MOVE WS-CORRECTED-BY    TO IO-HOLD-CORRECTED-BY.
           MOVE WS-APPROVED-VALUES TO IO-HOLD-OLD-VALUES.
           MOVE WS-CUR-VALUES      TO IO-HOLD-NEW-VALUES.
           WRITE IO-HOLD-RECORD
               INVALID KEY
                   DISPLAY 'BAQL620 - WRITE FAILED ON HOLD-FILE, '
                           'STATUS=' WS-PROVHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 3500-EXIT
           END-WRITE.
           ADD 1 TO WS-NEW-HOLD-CNT.
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3510-FIND-RELEASER  -  the analyst whose BAQL500 release put  *
      *  the record on BAQPROV, if it got there that way: a release of *
      *  the file-id's sequence logged since the cycle was loaded.     *
      *  The last release of the sequence wins.                        *
      *----------------------------------------------------------------*
       3510-FIND-RELEASER.
           MOVE SPACES TO WS-CORRECTED-BY.
           PERFORM 3520-TEST-ONE-RELEASE THRU 3520-EXIT
                   VARYING WS-RLSE-IDX FROM 1 BY 1
                   UNTIL WS-RLSE-IDX > WS-RLSE-CNT.
       3510-EXIT.
           EXIT.

       3520-TEST-ONE-RELEASE.
           IF WS-RLSE-SEQ(WS-RLSE-IDX) = WS-CUR-SEQ
              MOVE WS-RLSE-USERID(WS-RLSE-IDX) TO WS-CORRECTED-BY
           END-IF.
       3520-EXIT.
           EXIT.

       9999-TERMINATE.
           GOBACK.
       9999-EXIT.
           EXIT.
