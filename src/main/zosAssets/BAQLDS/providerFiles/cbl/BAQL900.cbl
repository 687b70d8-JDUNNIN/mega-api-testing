      *                      IN THIS CYCLE'S PROVSUSP ROWS; A FALSE    *
      *                      TERM BOUNCED BACK AS AN ADD ON THE NEXT   *
      *                      EXTRACT AFTER A BAQL500 RELEASE.          *
      *  2026-10-15  BAQLDS  A FILE TYPE WHOSE MAPPING CARRIES         *
      *                      REMITTANCE FIELDS (REMIT NAME, REMIT      *
      *                      ADDRESS LINE 1, REMIT CITY/STATE/ZIP,     *
      *                      EFT ACCOUNT NUMBER) NOW SENDS THEM ON AN  *
      *                      R REMIT DETAIL AFTER EACH D DETAIL.  A    *
      *                      PROVIDER WITH A PROVHOLD HOLD GETS THE    *
      *                      HOLD'S APPROVED VALUES - THE OLD VALUES   *
      *                      UNTIL A SECOND ANALYST APPROVES THE       *
      *                      CHANGE IN BAQL470 - FLAGGED HELD, SO A    *
      *                      REDIRECTED PAYMENT ADDRESS NEVER REACHES  *
      *                      CLAIMS UNAPPROVED.  THE TRAILER TOTAL     *
      *                      COUNTS R DETAILS AND A REMIT COUNT        *
      *                      FOLLOWS THE TERM COUNT.                   *
      *  2026-10-15  BAQLDS  INCREMENTAL LOADS: WHEN THE COMPLETED     *
      *                      LOAD'S PROVCTL HEADER SAYS INCR, NO       *
      *                      PROVIDER IS TERMED FOR BEING ABSENT - ITS *
      *                      GOOD RECORDS GO OUT AS D DETAILS AND ITS  *
      *                      DELETE ROWS (BAQPROV STATUS X) AS X       *
      *                      TERMINATIONS DATED BY THE TERM DATE FIELD *
      *                      OR THE LOAD DATE.  A FULL LOAD THAT       *
      *                      FOLLOWS INCREMENTAL CYCLES TERMS EVERY    *
      *                      PROVIDER SEEN SINCE THE LAST FULL LOAD    *
      *                      (PER THE PROVBTCH REGISTRY) THAT IT       *
      *                      OMITS, NOT JUST THOSE IN THE PRIOR CYCLE. *
      *                      THE CLMPROV HEADER CARRIES THE LOAD MODE  *
      *                      (F OR I) AFTER THE LOAD STAMP.  PROMOTE   *
      *                      NOTE: THE BAQL900 STEP NEEDS A PROVBTCH   *
      *                      DD.                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL900.
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

           SELECT EXTRACT-FILE    ASSIGN TO CLMPROV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CLMPROV-STATUS.
           LABEL RECORDS ARE STANDARD.
       COPY IO-SUSP.

       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-HOLD.

      *----------------------------------------------------------------*
      *  Loaded-batch registry - read for the load mode of the cycles  *
      *  ahead of this one.                                            *
      *----------------------------------------------------------------*
       FD  BATCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY IO-BATCH.

      *----------------------------------------------------------------*
      *  Claims provider update interface - 200-byte fixed records,    *
      *  one H header, one D detail per provider, one T trailer.       *
      *  The header's load mode is F when the cycle was a full         *
      *  replacement and I when it was incremental (change-only).      *
      *----------------------------------------------------------------*
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           05  CLM-HDR-REC-TYPE               PIC X(01).
           05  CLM-HDR-FILE-TYPE              PIC X(08).
           05  CLM-HDR-LOAD-TS                PIC X(26).
           05  CLM-HDR-LOAD-MODE              PIC X(01).
           05  FILLER                         PIC X(164) VALUE SPACES.
       01  CLM-DETAIL.
           05  CLM-DTL-REC-TYPE               PIC X(01).
           05  CLM-DTL-PROVIDER-ID            PIC X(15).
           05  FILLER                         PIC X(13) VALUE SPACES.
      *----------------------------------------------------------------*
      *  X termination detail - one per provider the load cycle        *
      *  dropped, deleted, or whose TERM DATE field arrived; a         *
      *  dropped provider's term date is the cycle's load date.        *
      *----------------------------------------------------------------*
       01  CLM-TERM-DETAIL.
           05  CLM-TRM-REC-TYPE               PIC X(01).
           05  CLM-TRM-PROVIDER-ID            PIC X(15).
           05  CLM-TRM-TERM-DATE              PIC X(08).
           05  FILLER                         PIC X(176) VALUE SPACES.
      *----------------------------------------------------------------*
      *  R remit detail - follows the D detail of a provider whose     *
      *  file type carries remittance fields.  HELD is Y when a        *
      *  change is awaiting approval or was rejected and the values    *
      *  are the prior approved ones.                                  *
      *----------------------------------------------------------------*
       01  CLM-REMIT-DETAIL.
           05  CLM-RMT-REC-TYPE               PIC X(01).
           05  CLM-RMT-PROVIDER-ID            PIC X(15).
           05  CLM-RMT-REMIT-NAME             PIC X(35).
           05  CLM-RMT-REMIT-ADDR-1           PIC X(35).
           05  CLM-RMT-REMIT-CSZ              PIC X(35).
           05  CLM-RMT-EFT-ACCOUNT            PIC X(17).
           05  CLM-RMT-HELD                   PIC X(01).
           05  FILLER                         PIC X(61) VALUE SPACES.
       01  CLM-TRAILER.
           05  CLM-TRL-REC-TYPE               PIC X(01).
           05  CLM-TRL-RECORD-CNT             PIC 9(09).
           05  CLM-TRL-LOAD-TS                PIC X(26).
           05  CLM-TRL-ADD-CNT                PIC 9(09).
           05  CLM-TRL-TERM-CNT               PIC 9(09).
           05  CLM-TRL-REMIT-CNT              PIC 9(09).
           05  FILLER                         PIC X(137) VALUE SPACES.

       WORKING-STORAGE SECTION.
       COPY IO-FLDMAP.
           05  WS-BAQPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVSUSP-STATUS             PIC X(02) VALUE '00'.
           05  WS-CLMPROV-STATUS              PIC X(02) VALUE '00'.
           05  WS-PROVHOLD-STATUS             PIC X(02) VALUE '00'.
           05  WS-PROVBTCH-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SEQ-EOF-SW                  PIC X(01) VALUE 'N'.
               88  WS-SUSP-ID-FOUND                       VALUE 'Y'.
           05  WS-SUSP-OVFL-SW                PIC X(01) VALUE 'N'.
               88  WS-SUSP-IDS-OVERFLOWED                 VALUE 'Y'.
           05  WS-HOLD-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF                            VALUE 'Y'.
           05  WS-LAST-HOLD-SW                PIC X(01) VALUE 'N'.
               88  WS-LAST-HOLD-FOUND                     VALUE 'Y'.
           05  WS-INCR-CYCLE-SW               PIC X(01) VALUE 'N'.
               88  WS-INCREMENTAL-CYCLE                   VALUE 'Y'.
           05  WS-BTCH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WS-BTCH-EOF                            VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-SLOT-NBR                    PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-RMT-NBR                     PIC S9(4) USAGE COMP-5
                                               VALUE 0.

       01  WS-COUNTERS.
           05  WS-EXTRACT-CNT                 PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-TERM-CNT                    PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-REMIT-CNT                   PIC S9(9) USAGE COMP-5
                                               VALUE 0.
           05  WS-REMIT-HELD-CNT              PIC S9(9) USAGE COMP-5
                                               VALUE 0.

      *----------------------------------------------------------------*
      *  The file type's two most recent distinct load dates.  A held  *
       01  WS-CYCLE-DATES.
           05  WS-MAX-LOAD-DATE               PIC X(08) VALUE SPACES.
           05  WS-PRIOR-LOAD-DATE             PIC X(08) VALUE SPACES.
      *--------------------------------------------------------------*
      *  When the cycles ahead of this one were incremental, the     *
      *  provider picture a full load replaces reaches back past the *
      *  prior cycle to the last full load: WS-TERM-FROM-DATE is the *
      *  oldest load date whose providers a full load still terms    *
      *  for being absent (spaces - no full load registered - means  *
      *  every retained cycle).  The latest full and incremental     *
      *  load dates ahead of this cycle come from PROVBTCH.          *
      *--------------------------------------------------------------*
           05  WS-TERM-FROM-DATE              PIC X(08) VALUE SPACES.
           05  WS-LAST-FULL-DATE              PIC X(08) VALUE SPACES.
           05  WS-LAST-INCR-DATE              PIC X(08) VALUE SPACES.

       01  WS-TERM-WORK.
           05  WS-TERM-SLOT-NBR               PIC S9(1) USAGE COMP-5
           05  WS-WANT-DESC                   PIC X(30) VALUE SPACES.
           05  WS-SLOT-VALUE                  PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------*
      *  Remittance fields in the IO-HOLD value order, the slot (zero  *
      *  if none) the file type carries each in, and the values the    *
      *  R detail sends - the held record's, or a hold's approved      *
      *  values.                                                       *
      *----------------------------------------------------------------*
       01  WS-REMIT-FIELDS.
           05  WS-REMIT-FLD-CNT               PIC S9(4) USAGE COMP-5
                                               VALUE 0.
           05  WS-REMIT-FLD OCCURS 4 TIMES.
               10  WS-REMIT-FLD-NAME          PIC X(30).
               10  WS-REMIT-FLD-SLOT          PIC S9(4) USAGE COMP-5.
       01  WS-REMIT-VALUES.
           05  WS-REMIT-VALUE                 PIC X(80) OCCURS 4 TIMES.
       01  WS-REMIT-HELD-SW                   PIC X(01) VALUE 'N'.
           88  WS-REMIT-IS-HELD                          VALUE 'Y'.
       01  WS-LAST-HOLD-RECORD                PIC X(848).

      *----------------------------------------------------------------*
      *  The provider id group's best candidate so far - its GOOD      *
      *  (or incremental delete) record with the greatest load         *
      *  timestamp - so the interface carries the newest retained      *
      *  cycle's values, not whichever cycle happens to hold the       *
      *  lowest key sequence.                                          *
      *----------------------------------------------------------------*
       01  WS-HELD-RECORD.
           05  WS-HELD-KEY-ID                 PIC X(80) VALUE SPACES.
           05  WS-HELD-LOAD-TS                PIC X(26) VALUE SPACES.
           05  WS-HELD-STATUS                 PIC X(01) VALUE SPACE.
               88  WS-HELD-IS-DELETE                      VALUE 'X'.
           05  WS-HELD-TEXT                   PIC X(80) OCCURS 7 TIMES.

       LINKAGE SECTION.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 2550-FIND-TERM-FROM-DATE THRU 2550-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
           END-IF.
           PERFORM 2600-COLLECT-SUSPENDED-IDS THRU 2600-EXIT.
           IF RETURN-CODE NOT = 0
              GOBACK
              GOBACK
           END-IF.

           MOVE 'REMIT NAME'           TO WS-REMIT-FLD-NAME(1).
           MOVE 'REMIT ADDRESS LINE 1' TO WS-REMIT-FLD-NAME(2).
           MOVE 'REMIT CITY/STATE/ZIP' TO WS-REMIT-FLD-NAME(3).
           MOVE 'EFT ACCOUNT NUMBER'   TO WS-REMIT-FLD-NAME(4).
           MOVE 0 TO WS-REMIT-FLD-SLOT(1).
           MOVE 0 TO WS-REMIT-FLD-SLOT(2).
           MOVE 0 TO WS-REMIT-FLD-SLOT(3).
           MOVE 0 TO WS-REMIT-FLD-SLOT(4).
           MOVE 0 TO WS-REMIT-FLD-CNT.
           MOVE 0 TO WS-TERM-SLOT-NBR.
           MOVE 1 TO WS-KEY-SLOT-NBR.
           PERFORM 1200-NOTE-ONE-SLOT THRU 1200-EXIT
           IF WS-SLOT-DESC-TXT(WS-SLOT-NBR) (1:11) = 'PROVIDER ID'
              MOVE WS-SLOT-NBR TO WS-KEY-SLOT-NBR
           END-IF.
           PERFORM 1210-NOTE-REMIT-SLOT THRU 1210-EXIT
                   VARYING WS-RMT-NBR FROM 1 BY 1
                   UNTIL WS-RMT-NBR > 4.
       1200-EXIT.
           EXIT.

       1210-NOTE-REMIT-SLOT.
           IF WS-SLOT-DESC-TXT(WS-SLOT-NBR)
                = WS-REMIT-FLD-NAME(WS-RMT-NBR)
              MOVE WS-SLOT-NBR TO WS-REMIT-FLD-SLOT(WS-RMT-NBR)
              ADD 1 TO WS-REMIT-FLD-CNT
           END-IF.
       1210-EXIT.
           EXIT.

       1100-SEARCH-FLDMAP-ENTRY.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX) = WS-FILE-TYPE
              SET WS-MAP-FOUND TO TRUE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE IO-CTL-CHECKPOINT-TS TO WS-LOAD-TS
                 IF IO-CTL-INCREMENTAL-LOAD
                    SET WS-INCREMENTAL-CYCLE TO TRUE
                 ELSE
                    MOVE 'N' TO WS-INCR-CYCLE-SW
                 END-IF
              END-IF
           END-IF.
           CLOSE CONTROL-FILE.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2550-FIND-TERM-FROM-DATE  -  how far back a full load's       *
      *  dropped-provider terms reach.  Normally just the prior        *
      *  cycle; but when the latest load registered ahead of this      *
      *  cycle was incremental, every provider loaded since the last   *
      *  full load is part of the picture this cycle replaces.  No     *
      *  registry yet simply means every earlier load was full.        *
      *----------------------------------------------------------------*
       2550-FIND-TERM-FROM-DATE.
           MOVE WS-PRIOR-LOAD-DATE TO WS-TERM-FROM-DATE.
           MOVE SPACES TO WS-LAST-FULL-DATE.
           MOVE SPACES TO WS-LAST-INCR-DATE.
           OPEN INPUT BATCH-FILE.
           IF WS-PROVBTCH-STATUS = '35'
              GO TO 2550-EXIT
           END-IF.
           IF WS-PROVBTCH-STATUS NOT = '00'
              DISPLAY 'BAQL900 - UNABLE TO OPEN BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              GO TO 2550-EXIT
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
              AND WS-LAST-INCR-DATE >= WS-PRIOR-LOAD-DATE
              MOVE WS-LAST-FULL-DATE TO WS-TERM-FROM-DATE
              IF NOT WS-INCREMENTAL-CYCLE
                 DISPLAY 'BAQL900 - PRIOR CYCLES WERE INCREMENTAL - '
                         'ABSENT PROVIDERS TERMED BACK TO THE LAST '
                         'FULL LOAD ' WS-LAST-FULL-DATE
              END-IF
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
              DISPLAY 'BAQL900 - READ ERROR ON BATCH-FILE, '
                      'STATUS=' WS-PROVBTCH-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-BTCH-EOF TO TRUE
              GO TO 2560-EXIT
           END-IF.
           IF IO-BATCH-FILE-ID NOT = WS-FILE-ID
              SET WS-BTCH-EOF TO TRUE
              GO TO 2560-EXIT
           END-IF.
           IF IO-BATCH-LOAD-TS(1:8) NOT < WS-MAX-LOAD-DATE
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
      *  2600-COLLECT-SUSPENDED-IDS  -  the provider ids of the rows   *
      *  this cycle suspended to PROVSUSP for the file type.  Those    *
              CLOSE VSAM-FILE
              GO TO 3000-EXIT
           END-IF.
      *    No hold file yet simply means no change has ever been held.
           IF WS-REMIT-FLD-CNT > 0
              OPEN INPUT HOLD-FILE
              IF WS-PROVHOLD-STATUS = '35'
                 CLOSE HOLD-FILE
                 MOVE '35' TO WS-PROVHOLD-STATUS
              ELSE
                 IF WS-PROVHOLD-STATUS NOT = '00'
                    DISPLAY 'BAQL900 - UNABLE TO OPEN HOLD-FILE, '
                            'STATUS=' WS-PROVHOLD-STATUS
                    MOVE 16 TO RETURN-CODE
                    CLOSE VSAM-FILE
                    CLOSE EXTRACT-FILE
                    GO TO 3000-EXIT
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES       TO CLM-HEADER.
           MOVE 'H'          TO CLM-HDR-REC-TYPE.
           MOVE WS-FILE-TYPE TO CLM-HDR-FILE-TYPE.
           MOVE WS-LOAD-TS   TO CLM-HDR-LOAD-TS.
           IF WS-INCREMENTAL-CYCLE
              MOVE 'I'       TO CLM-HDR-LOAD-MODE
           ELSE
              MOVE 'F'       TO CLM-HDR-LOAD-MODE
           END-IF.
           WRITE CLM-HEADER.

           SET WS-VSAM-EOF-SW TO 'N'.
                      'WRITTEN - CLMPROV MUST NOT BE TRANSMITTED'
              CLOSE VSAM-FILE
              CLOSE EXTRACT-FILE
              PERFORM 3010-CLOSE-HOLD-FILE THRU 3010-EXIT
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-LOAD-TS     TO CLM-TRL-LOAD-TS.
           MOVE WS-ADD-CNT     TO CLM-TRL-ADD-CNT.
           MOVE WS-TERM-CNT    TO CLM-TRL-TERM-CNT.
           MOVE WS-REMIT-CNT   TO CLM-TRL-REMIT-CNT.
           WRITE CLM-TRAILER.

           DISPLAY 'BAQL900 - ' WS-EXTRACT-CNT ' PROVIDERS '
                   'EXTRACTED TO CLMPROV FOR ' WS-FILE-TYPE
                   ' - ' WS-ADD-CNT ' ADDS, ' WS-TERM-CNT ' TERMS'.
           IF WS-REMIT-FLD-CNT > 0
              DISPLAY 'BAQL900 - ' WS-REMIT-CNT ' REMIT DETAILS, '
                      WS-REMIT-HELD-CNT ' SENT WITH PRIOR APPROVED '
                      'VALUES PENDING APPROVAL'
           END-IF.
           CLOSE VSAM-FILE.
           CLOSE EXTRACT-FILE.
           PERFORM 3010-CLOSE-HOLD-FILE THRU 3010-EXIT.
       3000-EXIT.
           EXIT.

       3010-CLOSE-HOLD-FILE.
           IF WS-REMIT-FLD-CNT > 0
              AND WS-PROVHOLD-STATUS NOT = '35'
              CLOSE HOLD-FILE
           END-IF.
       3010-EXIT.
           EXIT.

       3100-EXTRACT-ONE-RECORD.
           READ VSAM-FILE NEXT RECORD
               AT END
           IF IO-VSAM-LOAD-TS(1:8) = WS-MAX-LOAD-DATE
              SET WS-GROUP-HAS-CURRENT TO TRUE
           END-IF.
      *    An incremental delete row competes with the GOOD records,
      *    so a provider deleted since its last GOOD record is held
      *    as deleted rather than re-sent or termed again.
           IF NOT IO-VSAM-STATUS-GOOD
              AND NOT IO-VSAM-STATUS-DELETED
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
      *  status in the group, or a row in this cycle's PROVSUSP -      *
      *  since a release (BAQL500) would bounce it straight back as    *
      *  an add; anything older was already termed on an earlier       *
      *  extract and is not re-sent.  Incremental cycles change this:  *
      *  a newest-cycle delete row is a termination; an incremental    *
      *  cycle terms nobody for being absent; and a full cycle after   *
      *  incremental ones reaches back to WS-TERM-FROM-DATE, not just  *
      *  the prior cycle.  A held delete row from an earlier cycle was *
      *  termed then and is not re-sent.                               *
      *----------------------------------------------------------------*
       3200-WRITE-HELD-DETAIL.
           IF NOT WS-RECORD-HELD
                 MOVE WS-HELD-TEXT(WS-TERM-SLOT-NBR) (1:8)
                   TO WS-TERM-DATE-X
              END-IF
              IF WS-HELD-IS-DELETE
                 AND WS-TERM-DATE-X NOT NUMERIC
                 MOVE WS-MAX-LOAD-DATE TO WS-TERM-DATE-X
              END-IF
              IF WS-TERM-DATE-X NUMERIC
                 PERFORM 3250-WRITE-TERM-DETAIL THRU 3250-EXIT
              ELSE
                 PERFORM 3240-WRITE-ADD-DETAIL  THRU 3240-EXIT
              END-IF
           ELSE
              IF WS-HELD-LOAD-TS(1:8) NOT < WS-TERM-FROM-DATE
                 AND NOT WS-INCREMENTAL-CYCLE
                 AND NOT WS-HELD-IS-DELETE
                 AND NOT WS-GROUP-HAS-CURRENT
                 AND NOT WS-SUSP-IDS-OVERFLOWED
                 PERFORM 3260-TEST-SUSPENDED-ID THRU 3260-EXIT
           END-IF.
           SET WS-HELD-SW TO 'N'.
           MOVE SPACES TO WS-HELD-LOAD-TS.
           MOVE SPACE TO WS-HELD-STATUS.
           MOVE 'N' TO WS-GROUP-CURRENT-SW.
       3200-EXIT.
           EXIT.
           WRITE CLM-DETAIL.
           ADD 1 TO WS-EXTRACT-CNT.
           ADD 1 TO WS-ADD-CNT.
           IF WS-REMIT-FLD-CNT > 0
              PERFORM 3280-WRITE-REMIT-DETAIL THRU 3280-EXIT
           END-IF.
       3240-EXIT.
           EXIT.

       3270-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3280-WRITE-REMIT-DETAIL  -  one R detail after the D.  The    *
      *  provider's latest PROVHOLD hold, when it has one, decides     *
      *  the values: an approved hold's new values, otherwise (still   *
      *  pending, rejected, superseded) its old approved values.  A    *
      *  provider never held sends the held record's own values.       *
      *----------------------------------------------------------------*
       3280-WRITE-REMIT-DETAIL.
           PERFORM 3285-TAKE-RECORD-VALUE THRU 3285-EXIT
                   VARYING WS-RMT-NBR FROM 1 BY 1
                   UNTIL WS-RMT-NBR > 4.
           SET WS-REMIT-HELD-SW TO 'N'.
           IF WS-PROVHOLD-STATUS NOT = '35'
              PERFORM 3290-READ-LATEST-HOLD THRU 3290-EXIT
              IF WS-LAST-HOLD-FOUND
                 MOVE WS-LAST-HOLD-RECORD TO IO-HOLD-RECORD
                 IF IO-HOLD-APPROVED
                    MOVE IO-HOLD-NEW-VALUES TO WS-REMIT-VALUES
                 ELSE
                    MOVE IO-HOLD-OLD-VALUES TO WS-REMIT-VALUES
                    IF IO-HOLD-PENDING OR IO-HOLD-REJECTED
                       SET WS-REMIT-IS-HELD TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE SPACES TO CLM-REMIT-DETAIL.
           MOVE 'R' TO CLM-RMT-REC-TYPE.
           MOVE CLM-DTL-PROVIDER-ID       TO CLM-RMT-PROVIDER-ID.
           MOVE WS-REMIT-VALUE(1) (1:35)  TO CLM-RMT-REMIT-NAME.
           MOVE WS-REMIT-VALUE(2) (1:35)  TO CLM-RMT-REMIT-ADDR-1.
           MOVE WS-REMIT-VALUE(3) (1:35)  TO CLM-RMT-REMIT-CSZ.
           MOVE WS-REMIT-VALUE(4) (1:17)  TO CLM-RMT-EFT-ACCOUNT.
           IF WS-REMIT-IS-HELD
              MOVE 'Y' TO CLM-RMT-HELD
              ADD 1 TO WS-REMIT-HELD-CNT
           ELSE
              MOVE 'N' TO CLM-RMT-HELD
           END-IF.
           WRITE CLM-REMIT-DETAIL.
           ADD 1 TO WS-EXTRACT-CNT.
           ADD 1 TO WS-REMIT-CNT.
       3280-EXIT.
           EXIT.

       3285-TAKE-RECORD-VALUE.
           MOVE SPACES TO WS-REMIT-VALUE(WS-RMT-NBR).
           IF WS-REMIT-FLD-SLOT(WS-RMT-NBR) > 0
              MOVE WS-HELD-TEXT(WS-REMIT-FLD-SLOT(WS-RMT-NBR))
                TO WS-REMIT-VALUE(WS-RMT-NBR)
           END-IF.
       3285-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3290-READ-LATEST-HOLD  -  browse the held provider's holds    *
      *  oldest to newest, keeping the last one that belongs to the    *
      *  provider in WS-LAST-HOLD-RECORD.                              *
      *----------------------------------------------------------------*
       3290-READ-LATEST-HOLD.
           SET WS-LAST-HOLD-SW TO 'N'.
           SET WS-HOLD-EOF-SW TO 'N'.
           MOVE WS-HELD-KEY-ID TO IO-HOLD-PROVIDER-ID.
           MOVE LOW-VALUES     TO IO-HOLD-HELD-TS.
           START HOLD-FILE KEY >= IO-HOLD-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START.
           PERFORM 3295-READ-ONE-HOLD THRU 3295-EXIT
               UNTIL WS-HOLD-EOF.
       3290-EXIT.
           EXIT.

       3295-READ-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 3295-EXIT
           END-READ.
           IF WS-PROVHOLD-STATUS NOT = '00'
              DISPLAY 'BAQL900 - READ ERROR ON HOLD-FILE, '
                      'STATUS=' WS-PROVHOLD-STATUS
              MOVE 16 TO RETURN-CODE
              SET WS-HOLD-EOF TO TRUE
              GO TO 3295-EXIT
           END-IF.
           IF IO-HOLD-PROVIDER-ID NOT = WS-HELD-KEY-ID
              SET WS-HOLD-EOF TO TRUE
              GO TO 3295-EXIT
           END-IF.
           SET WS-LAST-HOLD-FOUND TO TRUE.
           MOVE IO-HOLD-RECORD TO WS-LAST-HOLD-RECORD.
       3295-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-GET-SLOT-BY-DESC  -  the held record's slot whose        *
      *  IO-FLDMAP description matches WS-WANT-DESC; spaces when the   *
