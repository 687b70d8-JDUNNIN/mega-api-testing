      *  cleanly.  If it still fails, the suspense record is           *
      *  rewritten with the corrected text and the new first failure   *
      *  so the analyst can try again.                                 *
      *  A row suspended from an incremental load is released under    *
      *  its action code, as BAQL100 edits it: a D needs only the      *
      *  provider identifier and is applied with DELETED status for    *
      *  BAQL210 to terminate; a code other than A, C or D cannot be   *
      *  corrected here and is refused.  A record whose NPI still      *
      *  stands on the OIG exclusion list (PROVEXCL) is refused and    *
      *  stays suspended under the BAQL960 reason.  A release that     *
      *  cannot be logged to PROVAUD or journaled to PROVCORR is       *
      *  backed out.                                                   *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-08-22  BAQLDS  ORIGINAL.                                 *
      *                      WRITE/REWRITE RESPONSES AND KEEP THE      *
      *                      RECORD SUSPENDED WHEN THE APPLY FAILS     *
      *                      INSTEAD OF DELETING IT FROM BOTH FILES.   *
      *  2026-10-15  BAQLDS  LOG EACH SUCCESSFUL RELEASE TO PROVAUD    *
      *                      (FILE-ID, SEQUENCE, ANALYST USERID,       *
      *                      STATUS BYTE L) SO BAQL620 CAN BAR THE     *
      *                      RELEASING ANALYST FROM APPROVING A        *
      *                      REMITTANCE CHANGE THE RELEASE CARRIED.    *
      *  2026-10-15  BAQLDS  JOURNAL EVERY PF5 RELEASE ATTEMPT,        *
      *                      APPLIED OR NOT, TO THE PROVCORR           *
      *                      CORRECTION LOG:                           *
      *                      USERID, TERMINAL, TIMESTAMP, FILE-ID AND  *
      *                      SEQUENCE, AND THE IO-FLDMAP FIELD NAME    *
      *                      WITH BEFORE AND AFTER VALUES OF EACH      *
      *                      SLOT THE ANALYST CHANGED.                 *
      *  2026-10-15  BAQLDS  RE-EDIT THE SUSPENDED ACTION CODE ON      *
      *                      RELEASE - A DELETE IS APPLIED WITH        *
      *                      DELETED STATUS. REFUSE THE RELEASE WHILE  *
      *                      THE NPI STANDS ON THE OIG EXCLUSION LIST. *
      *                      CHECK THE PROVAUD WRITE AND BACK THE      *
      *                      RELEASE OUT WHEN IT FAILS.                *
      *  2026-10-15  BAQLDS  CHECK THE PROVCORR JOURNAL WRITE - A      *
      *                      RELEASE OR A CORRECTED REWRITE THAT       *
      *                      CANNOT BE JOURNALED IS BACKED OUT AND THE *
      *                      RECORD STAYS SUSPENDED AS IT WAS.         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL500.
       COPY IO-VSAM.
       COPY IO-EDIT.
       COPY IO-FLDMAP.
       COPY IO-AUDIT.
       COPY IO-CORR.
       COPY IO-EXCL.
       COPY DFHAID.

       01  WS-SWITCHES.
               88  WS-MAP-FOUND                             VALUE 'Y'.
           05  WS-APPLY-OK-SW                     PIC X(01) VALUE 'N'.
               88  WS-APPLY-OK                              VALUE 'Y'.
           05  WS-LOG-OK-SW                       PIC X(01) VALUE 'N'.
               88  WS-LOG-OK                                VALUE 'Y'.
           05  WS-JRNL-OK-SW                      PIC X(01) VALUE 'N'.
               88  WS-JRNL-OK                               VALUE 'Y'.
           05  WS-EXCL-EOF-SW                     PIC X(01) VALUE 'N'.
               88  WS-EXCL-EOF                              VALUE 'Y'.
           05  WS-ACTIVE-SW                       PIC X(01) VALUE 'N'.
               88  WS-ACTIVE-FOUND                          VALUE 'Y'.
           05  WS-EXCL-DOWN-SW                    PIC X(01) VALUE 'N'.
               88  WS-EXCL-DOWN                             VALUE 'Y'.

       01  WS-SUBSCRIPTS.
           05  WS-MAP-IDX                         PIC S9(4) COMP
                                                   VALUE 0.
           05  WS-KEY-SLOT-NBR                    PIC S9(1) COMP
                                                   VALUE 1.
           05  WS-SLOT-NBR                        PIC S9(4) COMP
                                                   VALUE 0.
           05  WS-NPI-SLOT-NBR                    PIC S9(1) COMP
                                                   VALUE 0.
           05  WS-SQ-IDX                          PIC S9(4) COMP
                                                   VALUE 0.

       01  WS-RESP-CODE                           PIC S9(8) COMP.

      *----------------------------------------------------------------*
       01  WS-VSAM-HOLD                            PIC X(684).

      *----------------------------------------------------------------*
      *  The suspense error an applied release clears, kept so the     *
      *  record can be shown as it stands again when the release is    *
      *  backed out.                                                   *
      *----------------------------------------------------------------*
       01  WS-HOLD-ERROR.
           05  WS-HOLD-ERROR-FIELD                 PIC X(30).
           05  WS-HOLD-ERROR-REASON                PIC X(40).

       01  WS-USERID                              PIC X(08).

      *----------------------------------------------------------------*
      *  PROVEXCL browse position, the NPI looked up - squeezed as     *
      *  BAQL950 files the list and BAQL960 screens it - and the       *
      *  reason BAQL960 suspends an excluded provider under, which a   *
      *  refused release keeps.                                        *
      *----------------------------------------------------------------*
       01  WS-EXCL-BROWSE-KEY.
           05  WS-EXCL-BROWSE-TYPE                 PIC X(01).
           05  WS-EXCL-BROWSE-VALUE                PIC X(10).
           05  WS-EXCL-BROWSE-SEQ                  PIC 9(09).
       01  WS-LOOK-VALUE                          PIC X(10).
       01  WS-SQUEEZE-WORK.
           05  WS-SQ-IN                           PIC X(80).
           05  WS-SQ-OUT                          PIC X(80).
           05  WS-SQ-LEN                          PIC S9(4) COMP.
           05  WS-SQ-CHAR                         PIC X(01).
       01  WS-EXCL-REASON                         PIC X(40)
                          VALUE 'NPI ON THE OIG EXCLUSION LIST (LEIE)'.

      *----------------------------------------------------------------*
      *  Release audit timestamp, same shape as BAQL450's.  The RBA    *
      *  field satisfies the ESDS WRITE's RIDFLD requirement.          *
      *----------------------------------------------------------------*
       01  WS-ABSTIME                             PIC S9(15) COMP-3.
       01  WS-AUDIT-TS.
           05  WS-AUD-DATE                        PIC X(08).
           05  FILLER                             PIC X(01)
                                                  VALUE '-'.
           05  WS-AUD-TIME                        PIC X(06).
           05  FILLER                             PIC X(11)
                                                  VALUE SPACES.
       01  WS-AUD-RBA                             PIC S9(8) COMP.

      *----------------------------------------------------------------*
      *  Correction journal work areas - the seven slots as they stood *
      *  on the suspense record before the analyst's overtypes were    *
      *  folded in, the file type's IO-FLDMAP names for them, and the  *
      *  slot letters the journal records.                             *
      *----------------------------------------------------------------*
       01  WS-BEFORE-TEXTS.
           05  WS-BEFORE-SLOT                     PIC X(80)
                                                  OCCURS 7 TIMES.
       01  WS-SLOT-DESCS.
           05  WS-SLOT-DESC-TXT                   PIC X(30)
                                                  OCCURS 7 TIMES.
       01  WS-SLOT-ID-VALUES                      PIC X(14)
                                   VALUE 'AABBCCDDEEFFGG'.
       01  WS-SLOT-ID-TBL REDEFINES WS-SLOT-ID-VALUES.
           05  WS-SLOT-ID                         PIC X(02)
                                                  OCCURS 7 TIMES.

      *----------------------------------------------------------------*
      *  COMMAREA carried across pseudo-conversational trips - the     *

           MOVE WS-READ-FILE-ID TO CA-FILE-ID.
           MOVE WS-READ-SEQ     TO CA-SEQ.
           IF IO-SUSP-ACTION-DELETE
              MOVE 'DELETE ROW - CORRECT THE PROVIDER ID IF NEEDED AND '
                   & 'PRESS PF5' TO BAQ5MSGO
           ELSE
              MOVE 'CORRECT THE FIELDS IN ERROR AND PRESS PF5 TO '
                   & 'RELEASE' TO BAQ5MSGO
           END-IF.
           PERFORM 3000-SHOW-RECORD THRU 3000-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *  2200-RELEASE-RECORD  -  re-read the suspended record, fold    *
      *  in whatever the analyst overtyped, and re-validate through    *
      *  the same edits the loader applies (2220).  Pass: apply to     *
      *  BAQPROV with GOOD status - DELETED for a delete row - delete  *
      *  the suspense record and log the release, backing all of it    *
      *  out when the log or the PROVCORR journal cannot be written.   *
      *  Fail, or an NPI still excluded: rewrite the suspense record   *
      *  with the corrections and the new first failure for another    *
      *  attempt, backed out likewise when it cannot be journaled.     *
      *----------------------------------------------------------------*
       2200-RELEASE-RECORD.
           IF CA-FILE-ID = SPACES
              GO TO 2200-EXIT
           END-IF.

           MOVE IO-SUSP-TEXT-AA TO WS-BEFORE-SLOT(1).
           MOVE IO-SUSP-TEXT-BB TO WS-BEFORE-SLOT(2).
           MOVE IO-SUSP-TEXT-CC TO WS-BEFORE-SLOT(3).
           MOVE IO-SUSP-TEXT-DD TO WS-BEFORE-SLOT(4).
           MOVE IO-SUSP-TEXT-EE TO WS-BEFORE-SLOT(5).
           MOVE IO-SUSP-TEXT-FF TO WS-BEFORE-SLOT(6).
           MOVE IO-SUSP-TEXT-GG TO WS-BEFORE-SLOT(7).
           PERFORM 2210-APPLY-CORRECTIONS THRU 2210-EXIT.

           MOVE IO-SUSP-TEXT-AA TO IO-EDIT-TEXT-SLOT(1).
           MOVE IO-SUSP-TEXT-EE TO IO-EDIT-TEXT-SLOT(5).
           MOVE IO-SUSP-TEXT-FF TO IO-EDIT-TEXT-SLOT(6).
           MOVE IO-SUSP-TEXT-GG TO IO-EDIT-TEXT-SLOT(7).
           PERFORM 2310-FIND-KEY-SLOT THRU 2310-EXIT.
           PERFORM 2220-EDIT-RELEASE THRU 2220-EXIT.

           IF IO-EDIT-FAILED
              IF NOT WS-EXCL-DOWN
                 MOVE IO-EDIT-ERROR-FIELD(1)  TO IO-SUSP-ERROR-FIELD
                 MOVE IO-EDIT-ERROR-REASON(1) TO IO-SUSP-ERROR-REASON
              END-IF
              EXEC CICS REWRITE
                  DATASET('PROVSUSP')
                  FROM(IO-SUSP-RECORD)
              END-EXEC
              SET IO-CORR-STILL-FAILING TO TRUE
              PERFORM 2500-JOURNAL-ATTEMPT THRU 2500-EXIT
              IF NOT WS-JRNL-OK
                 EXEC CICS SYNCPOINT
                     ROLLBACK
                 END-EXEC
                 MOVE 'CORRECTIONS NOT JOURNALED - BACKED OUT, '
                      & 'TRY AGAIN' TO BAQ5MSGO
                 PERFORM 3000-SHOW-RECORD THRU 3000-EXIT
                 GO TO 2200-EXIT
              END-IF
              EVALUATE TRUE
                  WHEN WS-EXCL-DOWN
                      MOVE 'OIG EXCLUSION LIST UNAVAILABLE - NOT '
                           & 'RELEASED, TRY AGAIN' TO BAQ5MSGO
                  WHEN WS-ACTIVE-FOUND
                      MOVE 'NPI STILL ON THE OIG EXCLUSION LIST - '
                           & 'RECORD NOT RELEASED' TO BAQ5MSGO
                  WHEN IO-SUSP-ERROR-FIELD = 'ACTION CODE'
                      MOVE 'ACTION CODE CANNOT BE CORRECTED HERE - '
                           & 'RESEND THE ROW' TO BAQ5MSGO
                  WHEN OTHER
                      MOVE 'STILL IN ERROR - SEE ERROR FIELD AND REASON'
                        TO BAQ5MSGO
              END-EVALUATE
              PERFORM 3000-SHOW-RECORD THRU 3000-EXIT
              GO TO 2200-EXIT
           END-IF.

           PERFORM 2300-APPLY-TO-BAQPROV THRU 2300-EXIT.
           IF NOT WS-APPLY-OK
              SET IO-CORR-APPLY-FAILED TO TRUE
              PERFORM 2500-JOURNAL-ATTEMPT THRU 2500-EXIT
              MOVE 'APPLY TO BAQPROV FAILED - RECORD STILL SUSPENDED'
                TO BAQ5MSGO
              PERFORM 3000-SHOW-RECORD THRU 3000-EXIT
           EXEC CICS DELETE
               DATASET('PROVSUSP')
           END-EXEC.
           PERFORM 2400-LOG-RELEASE THRU 2400-EXIT.
           IF NOT WS-LOG-OK
              EXEC CICS SYNCPOINT
                  ROLLBACK
              END-EXEC
              SET IO-CORR-APPLY-FAILED TO TRUE
              PERFORM 2500-JOURNAL-ATTEMPT THRU 2500-EXIT
              MOVE 'RELEASE NOT LOGGED TO PROVAUD - BACKED OUT, '
                   & 'STILL SUSPENDED' TO BAQ5MSGO
              PERFORM 3000-SHOW-RECORD THRU 3000-EXIT
              GO TO 2200-EXIT
           END-IF.
           MOVE IO-SUSP-ERROR-FIELD  TO WS-HOLD-ERROR-FIELD.
           MOVE IO-SUSP-ERROR-REASON TO WS-HOLD-ERROR-REASON.
           MOVE SPACES TO IO-SUSP-ERROR-FIELD.
           MOVE SPACES TO IO-SUSP-ERROR-REASON.
           SET IO-CORR-APPLIED TO TRUE.
           PERFORM 2500-JOURNAL-ATTEMPT THRU 2500-EXIT.
           IF NOT WS-JRNL-OK
              EXEC CICS SYNCPOINT
                  ROLLBACK
              END-EXEC
              MOVE WS-HOLD-ERROR-FIELD  TO IO-SUSP-ERROR-FIELD
              MOVE WS-HOLD-ERROR-REASON TO IO-SUSP-ERROR-REASON
              MOVE 'RELEASE NOT JOURNALED - BACKED OUT, '
                   & 'STILL SUSPENDED' TO BAQ5MSGO
              PERFORM 3000-SHOW-RECORD THRU 3000-EXIT
              GO TO 2200-EXIT
           END-IF.
           IF IO-SUSP-ACTION-DELETE
              MOVE 'DELETE RELEASED - BAQPROV ROW MARKED DELETED'
                TO BAQ5MSGO
           ELSE
              MOVE 'RECORD RELEASED AND APPLIED TO BAQPROV'
                TO BAQ5MSGO
           END-IF.
           PERFORM 3000-SHOW-RECORD THRU 3000-EXIT.
       2200-EXIT.
           EXIT.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2220-EDIT-RELEASE  -  the corrected record re-edited under    *
      *  the action code it was suspended with, as BAQL100 edits it:   *
      *  a delete row needs only the provider identifier, any code     *
      *  but A, C or D fails, and everything else goes through         *
      *  BAQL150.  A record that passes is then refused while its NPI  *
      *  stands on the exclusion list (2600), under the reason BAQL960 *
      *  suspends with; a list that cannot be read fails the record    *
      *  with its suspense reason left as it stands.  Failures come    *
      *  back in IO-EDIT-RESULT.                                       *
      *----------------------------------------------------------------*
       2220-EDIT-RELEASE.
           SET WS-ACTIVE-SW TO 'N'.
           SET WS-EXCL-DOWN-SW TO 'N'.
           INITIALIZE IO-EDIT-RESULT.
           SET IO-EDIT-PASSED TO TRUE.
           IF IO-SUSP-ACTION-DELETE
              IF IO-EDIT-TEXT-SLOT(WS-KEY-SLOT-NBR) = SPACES
                 SET IO-EDIT-FAILED TO TRUE
                 MOVE 1 TO IO-EDIT-ERROR-CNT
                 MOVE 'PROVIDER ID' TO IO-EDIT-ERROR-FIELD(1)
                 MOVE 'REQUIRED ON A DELETE ROW'
                   TO IO-EDIT-ERROR-REASON(1)
              END-IF
              GO TO 2220-EXIT
           END-IF.
           IF NOT IO-SUSP-ACTION-NONE
              AND NOT IO-SUSP-ACTION-ADD
              AND NOT IO-SUSP-ACTION-CHANGE
              SET IO-EDIT-FAILED TO TRUE
              MOVE 1 TO IO-EDIT-ERROR-CNT
              MOVE 'ACTION CODE' TO IO-EDIT-ERROR-FIELD(1)
              MOVE 'MUST BE A, C OR D IN AN INCREMENTAL FILE'
                TO IO-EDIT-ERROR-REASON(1)
              GO TO 2220-EXIT
           END-IF.
           CALL 'BAQL150' USING IO-SUSP-FILE-TYPE, IO-EDIT-TEXTS,
                IO-EDIT-RESULT.
           IF IO-EDIT-FAILED
              OR WS-NPI-SLOT-NBR = 0
              GO TO 2220-EXIT
           END-IF.
           MOVE IO-EDIT-TEXT-SLOT(WS-NPI-SLOT-NBR) TO WS-SQ-IN.
           PERFORM 2650-SQUEEZE-VALUE THRU 2650-EXIT.
           IF WS-SQ-OUT(1:10) = SPACES OR WS-SQ-OUT(1:10) = ZEROES
              GO TO 2220-EXIT
           END-IF.
           MOVE WS-SQ-OUT(1:10) TO WS-LOOK-VALUE.
           PERFORM 2600-LOOKUP-NPI THRU 2600-EXIT.
           IF WS-EXCL-DOWN
              SET IO-EDIT-FAILED TO TRUE
              GO TO 2220-EXIT
           END-IF.
           IF WS-ACTIVE-FOUND
              SET IO-EDIT-FAILED TO TRUE
              MOVE 1 TO IO-EDIT-ERROR-CNT
              MOVE 'NPI' TO IO-EDIT-ERROR-FIELD(1)
              MOVE WS-EXCL-REASON TO IO-EDIT-ERROR-REASON(1)
           END-IF.
       2220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-APPLY-TO-BAQPROV  -  write the released record to        *
      *  BAQPROV exactly as BAQL200 would have: keyed on the provider  *
      *  identifier slot IO-FLDMAP names for the file type plus the    *
      *  suspense sequence number, with GOOD status - DELETED for a    *
      *  delete row, which BAQL210 terminates when it applies the      *
      *  cycle.  A collision with a record already on file (a rerun    *
      *  of a released load) is replaced in place.                     *
      *----------------------------------------------------------------*
       2300-APPLY-TO-BAQPROV.
           SET WS-APPLY-OK-SW TO 'N'.

           MOVE IO-SUSP-SEQ        TO IO-VSAM-KEY-SEQ.
           MOVE IO-SUSP-FILE-TYPE  TO IO-VSAM-FILE-TYPE.
           IF IO-SUSP-ACTION-DELETE
              SET IO-VSAM-STATUS-DELETED TO TRUE
           ELSE
              SET IO-VSAM-STATUS-GOOD TO TRUE
           END-IF.
           MOVE IO-SUSP-TEXT-AA    TO IO-VSAM-TEXT-AA.
           MOVE IO-SUSP-TEXT-BB    TO IO-VSAM-TEXT-BB.
           MOVE IO-SUSP-TEXT-CC    TO IO-VSAM-TEXT-CC.
      *----------------------------------------------------------------*
      *  2310-FIND-KEY-SLOT  -  look up, from IO-FLDMAP, which of the  *
      *  AA-GG slots holds the provider identifier for this file type, *
      *  defaulting to slot 1 exactly as BAQL200 does, and which the   *
      *  NPI (none when the type carries no NPI).                      *
      *----------------------------------------------------------------*
       2310-FIND-KEY-SLOT.
           MOVE 1 TO WS-KEY-SLOT-NBR.
           MOVE 0 TO WS-NPI-SLOT-NBR.
           SET WS-MAP-FOUND-SW TO 'N'.
           PERFORM 2320-SEARCH-FLDMAP-ENTRY THRU 2320-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                  WHEN OTHER
                      MOVE 1 TO WS-KEY-SLOT-NBR
              END-EVALUATE
              EVALUATE 'NPI'
                  WHEN IO-FLDMAP-AA-DESC(WS-MAP-IDX)
                      MOVE 1 TO WS-NPI-SLOT-NBR
                  WHEN IO-FLDMAP-BB-DESC(WS-MAP-IDX)
                      MOVE 2 TO WS-NPI-SLOT-NBR
                  WHEN IO-FLDMAP-CC-DESC(WS-MAP-IDX)
                      MOVE 3 TO WS-NPI-SLOT-NBR
                  WHEN IO-FLDMAP-DD-DESC(WS-MAP-IDX)
                      MOVE 4 TO WS-NPI-SLOT-NBR
                  WHEN IO-FLDMAP-EE-DESC(WS-MAP-IDX)
                      MOVE 5 TO WS-NPI-SLOT-NBR
                  WHEN IO-FLDMAP-FF-DESC(WS-MAP-IDX)
                      MOVE 6 TO WS-NPI-SLOT-NBR
                  WHEN IO-FLDMAP-GG-DESC(WS-MAP-IDX)
                      MOVE 7 TO WS-NPI-SLOT-NBR
              END-EVALUATE
           END-IF.
       2320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-LOG-RELEASE  -  one PROVAUD row per applied release:     *
      *  the timestamp, the suspense file-id, this transaction's id,   *
      *  the analyst's userid, the suspense sequence (the applied      *
      *  record's BAQPROV key sequence) and an L in the status byte.   *
      *  WS-LOG-OK says whether the row was written; the caller backs  *
      *  the release out when it was not, since BAQL620 holds          *
      *  remittance changes by these rows.                             *
      *----------------------------------------------------------------*
       2400-LOG-RELEASE.
           SET WS-LOG-OK-SW TO 'N'.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUD-DATE)
               TIME(WS-AUD-TIME)
           END-EXEC.
           MOVE WS-AUDIT-TS         TO IO-AUDIT-RUN-TS.
           MOVE IO-SUSP-FILE-ID     TO IO-AUDIT-FILE-ID.
           MOVE EIBTRNID            TO IO-AUDIT-JOB-NAME.
           MOVE WS-USERID           TO IO-AUDIT-STEP-NAME.
           MOVE IO-SUSP-SEQ         TO IO-AUDIT-RECORD-CNT.
           MOVE 'L'                 TO IO-AUDIT-RECORDS-OK.
           MOVE 0 TO WS-AUD-RBA.
           EXEC CICS WRITE
               DATASET('PROVAUD')
               FROM(IO-AUDIT-RECORD)
               RIDFLD(WS-AUD-RBA)
               RBA
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE = DFHRESP(NORMAL)
              SET WS-LOG-OK TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-JOURNAL-ATTEMPT  -  one PROVCORR row per release         *
      *  attempt, the outcome already set by the caller: who, where,   *
      *  when, which suspense record, the error left after the         *
      *  attempt, and each slot whose text the analyst changed with    *
      *  its IO-FLDMAP name and the value before and after.            *
      *  WS-JRNL-OK says whether the row was written; the caller backs *
      *  out whatever the attempt changed when it was not.             *
      *----------------------------------------------------------------*
       2500-JOURNAL-ATTEMPT.
           SET WS-JRNL-OK-SW TO 'N'.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUD-DATE)
               TIME(WS-AUD-TIME)
           END-EXEC.
           MOVE WS-AUDIT-TS          TO IO-CORR-TS.
           MOVE WS-USERID            TO IO-CORR-USERID.
           MOVE EIBTRMID             TO IO-CORR-TERMID.
           MOVE EIBTRNID             TO IO-CORR-TRANID.
           MOVE IO-SUSP-FILE-ID      TO IO-CORR-FILE-ID.
           MOVE IO-SUSP-SEQ          TO IO-CORR-SEQ.
           MOVE IO-SUSP-FILE-TYPE    TO IO-CORR-FILE-TYPE.
           MOVE IO-SUSP-ERROR-FIELD  TO IO-CORR-ERROR-FIELD.
           MOVE IO-SUSP-ERROR-REASON TO IO-CORR-ERROR-REASON.
           MOVE 0                    TO IO-CORR-CHANGE-CNT.
           MOVE SPACES               TO IO-CORR-CHANGES.

           MOVE SPACES TO WS-SLOT-DESCS.
           SET WS-MAP-FOUND-SW TO 'N'.
           PERFORM 2510-LOAD-FIELD-NAMES THRU 2510-EXIT
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > IO-FLDMAP-ENTRY-CNT
                      OR WS-MAP-FOUND.
           PERFORM 2520-COMPARE-ONE-SLOT THRU 2520-EXIT
                   VARYING WS-SLOT-NBR FROM 1 BY 1
                   UNTIL WS-SLOT-NBR > 7.

           MOVE 0 TO WS-AUD-RBA.
           EXEC CICS WRITE
               DATASET('PROVCORR')
               FROM(IO-CORR-RECORD)
               RIDFLD(WS-AUD-RBA)
               RBA
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE = DFHRESP(NORMAL)
              SET WS-JRNL-OK TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

       2510-LOAD-FIELD-NAMES.
           IF IO-FLDMAP-FILE-TYPE(WS-MAP-IDX) = IO-SUSP-FILE-TYPE
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
       2510-EXIT.
           EXIT.

       2520-COMPARE-ONE-SLOT.
           IF WS-BEFORE-SLOT(WS-SLOT-NBR)
                = IO-EDIT-TEXT-SLOT(WS-SLOT-NBR)
              GO TO 2520-EXIT
           END-IF.
           ADD 1 TO IO-CORR-CHANGE-CNT.
           MOVE WS-SLOT-ID(WS-SLOT-NBR)
             TO IO-CORR-SLOT-ID(IO-CORR-CHANGE-CNT).
           MOVE WS-SLOT-DESC-TXT(WS-SLOT-NBR)
             TO IO-CORR-FIELD-NAME(IO-CORR-CHANGE-CNT).
           MOVE WS-BEFORE-SLOT(WS-SLOT-NBR)
             TO IO-CORR-BEFORE-VALUE(IO-CORR-CHANGE-CNT).
           MOVE IO-EDIT-TEXT-SLOT(WS-SLOT-NBR)
             TO IO-CORR-AFTER-VALUE(IO-CORR-CHANGE-CNT).
       2520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2600-LOOKUP-NPI  -  browse every listed row filed under the   *
      *  NPI in WS-LOOK-VALUE, as BAQL960 looks it up, noting whether  *
      *  any exclusion still stands: one is reinstated only once its   *
      *  reinstatement date has arrived.  A list that cannot be read   *
      *  sets WS-EXCL-DOWN, so nothing is released unscreened.         *
      *----------------------------------------------------------------*
       2600-LOOKUP-NPI.
           SET WS-EXCL-EOF-SW TO 'N'.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUD-DATE)
           END-EXEC.
           MOVE 'N'           TO WS-EXCL-BROWSE-TYPE.
           MOVE WS-LOOK-VALUE TO WS-EXCL-BROWSE-VALUE.
           MOVE 0             TO WS-EXCL-BROWSE-SEQ.
           EXEC CICS STARTBR
               DATASET('PROVEXCL')
               RIDFLD(WS-EXCL-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE = DFHRESP(NOTFND)
              GO TO 2600-EXIT
           END-IF.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              SET WS-EXCL-DOWN TO TRUE
              GO TO 2600-EXIT
           END-IF.
           PERFORM 2610-READ-ONE-NPI-ROW THRU 2610-EXIT
               UNTIL WS-EXCL-EOF
                  OR WS-ACTIVE-FOUND.
           EXEC CICS ENDBR
               DATASET('PROVEXCL')
           END-EXEC.
       2600-EXIT.
           EXIT.

       2610-READ-ONE-NPI-ROW.
           EXEC CICS READNEXT
               DATASET('PROVEXCL')
               INTO(IO-EXCL-RECORD)
               RIDFLD(WS-EXCL-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE = DFHRESP(ENDFILE)
              SET WS-EXCL-EOF TO TRUE
              GO TO 2610-EXIT
           END-IF.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              SET WS-EXCL-DOWN TO TRUE
              SET WS-EXCL-EOF TO TRUE
              GO TO 2610-EXIT
           END-IF.
           IF NOT IO-EXCL-BY-NPI
              OR IO-EXCL-KEY-VALUE NOT = WS-LOOK-VALUE
              SET WS-EXCL-EOF TO TRUE
              GO TO 2610-EXIT
           END-IF.
           IF IO-EXCL-REIN-DATE NUMERIC
              AND IO-EXCL-REIN-DATE NOT = ZEROES
              AND IO-EXCL-REIN-DATE NOT > WS-AUD-DATE
              GO TO 2610-EXIT
           END-IF.
           SET WS-ACTIVE-FOUND TO TRUE.
       2610-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2650-SQUEEZE-VALUE  -  WS-SQ-IN upper-cased with everything   *
      *  but letters and digits taken out, left-justified in           *
      *  WS-SQ-OUT, as BAQL960 squeezes it.                            *
      *----------------------------------------------------------------*
       2650-SQUEEZE-VALUE.
           MOVE SPACES TO WS-SQ-OUT.
           MOVE 0 TO WS-SQ-LEN.
           INSPECT WS-SQ-IN CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 2660-SQUEEZE-ONE-CHAR THRU 2660-EXIT
                   VARYING WS-SQ-IDX FROM 1 BY 1
                   UNTIL WS-SQ-IDX > 80.
       2650-EXIT.
           EXIT.

       2660-SQUEEZE-ONE-CHAR.
           MOVE WS-SQ-IN(WS-SQ-IDX:1) TO WS-SQ-CHAR.
           IF WS-SQ-CHAR = SPACE
              GO TO 2660-EXIT
           END-IF.
           IF WS-SQ-CHAR IS ALPHABETIC-UPPER
              OR WS-SQ-CHAR IS NUMERIC
              ADD 1 TO WS-SQ-LEN
              MOVE WS-SQ-CHAR TO WS-SQ-OUT(WS-SQ-LEN:1)
           END-IF.
       2660-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SHOW-RECORD  -  move the current IO-SUSP-RECORD into     *
      *  the map and send it; the message is set by the caller.        *
