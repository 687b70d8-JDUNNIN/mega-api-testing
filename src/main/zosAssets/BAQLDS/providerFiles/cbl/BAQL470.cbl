      *================================================================*
      *  PROGRAM-ID.  BAQL470                                         *
      *  AUTHOR.      BAQLDS ONLINE SUPPORT                            *
      *  INSTALLATION. BAQLDS                                          *
      *  DATE-WRITTEN. 2026-10-15                                      *
      *  DATE-COMPILED.                                                *
      *                                                                *
      *  REMARKS.                                                      *
      *  Pseudo-conversational CICS approval transaction for the       *
      *  PROVHOLD pending-change file, the second half of the          *
      *  dual control on provider remittance changes.  BAQL620 parks   *
      *  each load cycle's change to REMIT NAME, REMIT ADDRESS LINE    *
      *  1, REMIT CITY/STATE/ZIP or EFT ACCOUNT NUMBER on PROVHOLD     *
      *  and BAQL900 keeps sending claims the prior approved values    *
      *  until it is decided here.  The analyst keys a provider id     *
      *  (blank for the first pending hold) to see the provider's      *
      *  latest hold with the old and new values side by side, PF8     *
      *  steps to the next pending hold, PF5 approves and PF6          *
      *  rejects.  Only a pending hold can be decided, and never by    *
      *  the userid the load ran under or the userid that released     *
      *  the record through BAQL500.  Each decision stamps the hold    *
      *  with the decider and time and is logged to the PROVAUD        *
      *  audit file: the hold's file-id, this transaction's id, the    *
      *  analyst's userid, the BAQPROV sequence of the changed         *
      *  record, and A (approve) or J (reject) in the status byte.     *
      *  A decision that cannot be logged is backed out and the hold   *
      *  left pending.                                                 *
      *                                                                *
      *  MODIFICATION HISTORY.                                         *
      *  2026-10-15  BAQLDS  ORIGINAL.                                 *
      *  2026-10-15  BAQLDS  LOG A REJECTION AS J, NOT R - R IS THE    *
      *                      BAQL450 CHECKPOINT RESET BYTE.            *
      *  2026-10-15  BAQLDS  CHECK THE PROVAUD WRITE - A DECISION THAT *
      *                      CANNOT BE LOGGED IS BACKED OUT, THE HOLD  *
      *                      LEFT PENDING AND THE ANALYST TOLD,        *
      *                      INSTEAD OF REPORTING IT DECIDED AND       *
      *                      LOGGED.                                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQL470.
       AUTHOR.        BAQLDS ONLINE SUPPORT.
       INSTALLATION.  BAQLDS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY BAQL47M.
       COPY IO-HOLD.
       COPY IO-AUDIT.
       COPY DFHAID.

       01  WS-SWITCHES.
           05  WS-BROWSE-END-SW                   PIC X(01) VALUE 'N'.
               88  WS-BROWSE-END                            VALUE 'Y'.
           05  WS-HOLD-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  WS-HOLD-FOUND                            VALUE 'Y'.
           05  WS-LOG-OK-SW                       PIC X(01) VALUE 'N'.
               88  WS-LOG-OK                                VALUE 'Y'.

       01  WS-RESP-CODE                           PIC S9(8) COMP.

      *----------------------------------------------------------------*
      *  Key areas for PROVHOLD - the browse position, and the key of  *
      *  the hold to decide, taken from the COMMAREA.                  *
      *----------------------------------------------------------------*
       01  WS-BROWSE-KEY.
           05  WS-BROWSE-PROVIDER-ID               PIC X(80).
           05  WS-BROWSE-HELD-TS                   PIC X(26).
       01  WS-READ-KEY                             PIC X(106).

      *----------------------------------------------------------------*
      *  The provider's latest hold found by the browse, kept apart   *
      *  from IO-HOLD-RECORD which the browse reads past it into.      *
      *----------------------------------------------------------------*
       01  WS-LAST-HOLD-RECORD                     PIC X(848).

       01  WS-USERID                              PIC X(08).

      *----------------------------------------------------------------*
      *  Decision timestamp, same shape as the loader's run            *
      *  timestamp.  The RBA field satisfies the ESDS WRITE's RIDFLD   *
      *  requirement.                                                  *
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
      *  COMMAREA carried across pseudo-conversational trips - the     *
      *  key of the hold on display, so PF5/PF6/PF8 act on it without  *
      *  re-keying.                                                    *
      *----------------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-HOLD-KEY.
               10  CA-PROVIDER-ID                  PIC X(80).
               10  CA-HELD-TS                      PIC X(26).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-HOLD-KEY.
               10  LK-PROVIDER-ID                  PIC X(80).
               10  LK-HELD-TS                      PIC X(26).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           IF EIBCALEN = 0
              PERFORM 1000-FIRST-TIME    THRU 1000-EXIT
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              PERFORM 2000-HANDLE-AID    THRU 2000-EXIT
           END-IF.
           PERFORM 9999-RETURN-CONTROL   THRU 9999-EXIT.

       1000-FIRST-TIME.
           MOVE LOW-VALUES TO BAQL47M1O.
           MOVE SPACES TO CA-HOLD-KEY.
           MOVE 'ENTER A PROVIDER ID, OR PRESS ENTER FOR THE FIRST '
                & 'PENDING HOLD' TO BAQ4HMSGO.
           PERFORM 3100-SEND-MAP THRU 3100-EXIT.
       1000-EXIT.
           EXIT.

       2000-HANDLE-AID.
           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-INQUIRE-HOLD     THRU 2100-EXIT
               WHEN DFHPF5
                   PERFORM 2400-DECIDE-HOLD      THRU 2400-EXIT
               WHEN DFHPF6
                   PERFORM 2400-DECIDE-HOLD      THRU 2400-EXIT
               WHEN DFHPF8
                   PERFORM 2300-NEXT-PENDING     THRU 2300-EXIT
               WHEN DFHPF3
                   EXEC CICS RETURN END-EXEC
               WHEN OTHER
                   MOVE LOW-VALUES TO BAQL47M1O
                   MOVE 'USE ENTER, PF5, PF6, PF8 OR PF3' TO BAQ4HMSGO
                   PERFORM 3100-SEND-MAP THRU 3100-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-INQUIRE-HOLD  -  the keyed provider's latest hold, or    *
      *  with no provider id the first pending hold on the file.       *
      *----------------------------------------------------------------*
       2100-INQUIRE-HOLD.
           EXEC CICS RECEIVE MAP('BAQL47M1')
               MAPSET('BAQL47M')
               INTO(BAQL47M1I)
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              OR BAQ4HPIDL = 0
              MOVE SPACES TO CA-HOLD-KEY
              PERFORM 2300-NEXT-PENDING THRU 2300-EXIT
              GO TO 2100-EXIT
           END-IF.

           MOVE BAQ4HPIDI  TO WS-BROWSE-PROVIDER-ID.
           MOVE LOW-VALUES TO WS-BROWSE-HELD-TS.
           SET WS-HOLD-FOUND-SW TO 'N'.
           SET WS-BROWSE-END-SW TO 'N'.
           EXEC CICS STARTBR
               DATASET('PROVHOLD')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE = DFHRESP(NORMAL)
              PERFORM 2110-READ-PROVIDER-HOLD THRU 2110-EXIT
                  UNTIL WS-BROWSE-END
              EXEC CICS ENDBR
                  DATASET('PROVHOLD')
              END-EXEC
           END-IF.

           IF NOT WS-HOLD-FOUND
              MOVE LOW-VALUES TO BAQL47M1O
              MOVE BAQ4HPIDI  TO BAQ4HPIDO
              MOVE SPACES     TO CA-HOLD-KEY
              MOVE 'NO REMITTANCE HOLD FOR THAT PROVIDER ID'
                TO BAQ4HMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2100-EXIT
           END-IF.
           MOVE WS-LAST-HOLD-RECORD TO IO-HOLD-RECORD.
           MOVE IO-HOLD-KEY TO CA-HOLD-KEY.
           IF IO-HOLD-PENDING
              MOVE 'PF5 APPROVES THE NEW VALUES, PF6 REJECTS THEM'
                TO BAQ4HMSGO
           ELSE
              MOVE 'LATEST HOLD IS ALREADY DECIDED - PF8 FOR THE NEXT '
                   & 'PENDING HOLD' TO BAQ4HMSGO
           END-IF.
           PERFORM 3000-SHOW-HOLD THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

       2110-READ-PROVIDER-HOLD.
           EXEC CICS READNEXT
               DATASET('PROVHOLD')
               INTO(IO-HOLD-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              SET WS-BROWSE-END TO TRUE
              GO TO 2110-EXIT
           END-IF.
           IF IO-HOLD-PROVIDER-ID NOT = BAQ4HPIDI
              SET WS-BROWSE-END TO TRUE
              GO TO 2110-EXIT
           END-IF.
           SET WS-HOLD-FOUND TO TRUE.
           MOVE IO-HOLD-RECORD TO WS-LAST-HOLD-RECORD.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-NEXT-PENDING  -  the first pending hold after the one    *
      *  on display (from the top of the file when none is).           *
      *----------------------------------------------------------------*
       2300-NEXT-PENDING.
           IF CA-HOLD-KEY = SPACES
              MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
              MOVE CA-HOLD-KEY TO WS-BROWSE-KEY
           END-IF.
           SET WS-HOLD-FOUND-SW TO 'N'.
           SET WS-BROWSE-END-SW TO 'N'.
           EXEC CICS STARTBR
               DATASET('PROVHOLD')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE = DFHRESP(NORMAL)
              PERFORM 2310-READ-NEXT-PENDING THRU 2310-EXIT
                  UNTIL WS-BROWSE-END
                     OR WS-HOLD-FOUND
              EXEC CICS ENDBR
                  DATASET('PROVHOLD')
              END-EXEC
           END-IF.

           IF NOT WS-HOLD-FOUND
              MOVE LOW-VALUES TO BAQL47M1O
              MOVE SPACES     TO CA-HOLD-KEY
              MOVE 'NO FURTHER HOLDS ARE WAITING FOR APPROVAL'
                TO BAQ4HMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2300-EXIT
           END-IF.
           MOVE IO-HOLD-KEY TO CA-HOLD-KEY.
           MOVE 'PF5 APPROVES THE NEW VALUES, PF6 REJECTS THEM'
             TO BAQ4HMSGO.
           PERFORM 3000-SHOW-HOLD THRU 3000-EXIT.
       2300-EXIT.
           EXIT.

       2310-READ-NEXT-PENDING.
           EXEC CICS READNEXT
               DATASET('PROVHOLD')
               INTO(IO-HOLD-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              SET WS-BROWSE-END TO TRUE
              GO TO 2310-EXIT
           END-IF.
           IF IO-HOLD-KEY = CA-HOLD-KEY
              GO TO 2310-EXIT
           END-IF.
           IF IO-HOLD-PENDING
              SET WS-HOLD-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-DECIDE-HOLD  -  PF5 approves, PF6 rejects the hold on    *
      *  display.  The hold must still be pending and the analyst      *
      *  must be neither its loader nor its corrector.  A decision     *
      *  whose PROVAUD row cannot be written is rolled back with the   *
      *  hold rewrite, so the hold stays pending for another try.      *
      *----------------------------------------------------------------*
       2400-DECIDE-HOLD.
           IF CA-HOLD-KEY = SPACES
              MOVE LOW-VALUES TO BAQL47M1O
              MOVE 'INQUIRE ON A PENDING HOLD FIRST' TO BAQ4HMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2400-EXIT
           END-IF.

           MOVE CA-HOLD-KEY TO WS-READ-KEY.
           EXEC CICS READ
               DATASET('PROVHOLD')
               INTO(IO-HOLD-RECORD)
               RIDFLD(WS-READ-KEY)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO BAQL47M1O
              MOVE SPACES     TO CA-HOLD-KEY
              MOVE 'HOLD IS GONE - INQUIRE AGAIN' TO BAQ4HMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2400-EXIT
           END-IF.

           IF NOT IO-HOLD-PENDING
              EXEC CICS UNLOCK
                  DATASET('PROVHOLD')
              END-EXEC
              MOVE 'HOLD IS NO LONGER PENDING - NOTHING DECIDED'
                TO BAQ4HMSGO
              PERFORM 3000-SHOW-HOLD THRU 3000-EXIT
              GO TO 2400-EXIT
           END-IF.

           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.
           IF WS-USERID = IO-HOLD-LOADED-BY
              OR WS-USERID = IO-HOLD-CORRECTED-BY
              EXEC CICS UNLOCK
                  DATASET('PROVHOLD')
              END-EXEC
              MOVE 'YOU LOADED OR CORRECTED THIS RECORD - A SECOND '
                   & 'ANALYST MUST DECIDE' TO BAQ4HMSGO
              PERFORM 3000-SHOW-HOLD THRU 3000-EXIT
              GO TO 2400-EXIT
           END-IF.

           PERFORM 3200-BUILD-TIMESTAMP THRU 3200-EXIT.
           IF EIBAID = DFHPF5
              SET IO-HOLD-APPROVED TO TRUE
           ELSE
              SET IO-HOLD-REJECTED TO TRUE
           END-IF.
           MOVE WS-USERID   TO IO-HOLD-DECIDED-BY.
           MOVE WS-AUDIT-TS TO IO-HOLD-DECIDED-TS.
           EXEC CICS REWRITE
               DATASET('PROVHOLD')
               FROM(IO-HOLD-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC.
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              MOVE 'HOLD UPDATE FAILED - NOTHING DECIDED, TRY AGAIN'
                TO BAQ4HMSGO
              PERFORM 3100-SEND-MAP THRU 3100-EXIT
              GO TO 2400-EXIT
           END-IF.

           PERFORM 3300-LOG-DECISION THRU 3300-EXIT.
           IF NOT WS-LOG-OK
              EXEC CICS SYNCPOINT
                  ROLLBACK
              END-EXEC
              SET IO-HOLD-PENDING TO TRUE
              MOVE SPACES TO IO-HOLD-DECIDED-BY
              MOVE SPACES TO IO-HOLD-DECIDED-TS
              MOVE 'DECISION NOT LOGGED TO PROVAUD - BACKED OUT, '
                   & 'TRY AGAIN' TO BAQ4HMSGO
              PERFORM 3000-SHOW-HOLD THRU 3000-EXIT
              GO TO 2400-EXIT
           END-IF.
           IF IO-HOLD-APPROVED
              MOVE 'CHANGE APPROVED AND LOGGED - CLAIMS GETS THE NEW '
                   & 'VALUES NEXT EXTRACT' TO BAQ4HMSGO
           ELSE
              MOVE 'CHANGE REJECTED AND LOGGED - CLAIMS KEEPS THE '
                   & 'PRIOR VALUES' TO BAQ4HMSGO
           END-IF.
           PERFORM 3000-SHOW-HOLD THRU 3000-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SHOW-HOLD  -  move the current IO-HOLD-RECORD into the   *
      *  map and send it; the message is set by the caller.            *
      *----------------------------------------------------------------*
       3000-SHOW-HOLD.
           MOVE IO-HOLD-PROVIDER-ID    TO BAQ4HPIDO.
           MOVE IO-HOLD-FILE-ID        TO BAQ4HFIDO.
           MOVE IO-HOLD-SEQ            TO BAQ4HSEQO.
           MOVE IO-HOLD-FILE-TYPE      TO BAQ4HFTYO.
           EVALUATE TRUE
               WHEN IO-HOLD-PENDING
                   MOVE 'PENDING   ' TO BAQ4HSTAO
               WHEN IO-HOLD-APPROVED
                   MOVE 'APPROVED  ' TO BAQ4HSTAO
               WHEN IO-HOLD-REJECTED
                   MOVE 'REJECTED  ' TO BAQ4HSTAO
               WHEN OTHER
                   MOVE 'SUPERSEDED' TO BAQ4HSTAO
           END-EVALUATE.
           MOVE IO-HOLD-LOAD-TS        TO BAQ4HLTSO.
           MOVE IO-HOLD-HELD-TS        TO BAQ4HHTSO.
           MOVE IO-HOLD-LOADED-BY      TO BAQ4HLDBO.
           MOVE IO-HOLD-CORRECTED-BY   TO BAQ4HCRBO.
           MOVE IO-HOLD-DECIDED-BY     TO BAQ4HDCBO.
           MOVE IO-HOLD-DECIDED-TS     TO BAQ4HDTSO.
           MOVE IO-HOLD-OLD-REMIT-NAME   TO BAQ4HOV1O.
           MOVE IO-HOLD-NEW-REMIT-NAME   TO BAQ4HNV1O.
           MOVE IO-HOLD-OLD-REMIT-ADDR-1 TO BAQ4HOV2O.
           MOVE IO-HOLD-NEW-REMIT-ADDR-1 TO BAQ4HNV2O.
           MOVE IO-HOLD-OLD-REMIT-CSZ    TO BAQ4HOV3O.
           MOVE IO-HOLD-NEW-REMIT-CSZ    TO BAQ4HNV3O.
           MOVE IO-HOLD-OLD-EFT-ACCOUNT  TO BAQ4HOV4O.
           MOVE IO-HOLD-NEW-EFT-ACCOUNT  TO BAQ4HNV4O.
           MOVE SPACES TO BAQ4HCH1O.
           MOVE SPACES TO BAQ4HCH2O.
           MOVE SPACES TO BAQ4HCH3O.
           MOVE SPACES TO BAQ4HCH4O.
           IF IO-HOLD-OLD-REMIT-NAME NOT = IO-HOLD-NEW-REMIT-NAME
              MOVE '*' TO BAQ4HCH1O
           END-IF.
           IF IO-HOLD-OLD-REMIT-ADDR-1 NOT = IO-HOLD-NEW-REMIT-ADDR-1
              MOVE '*' TO BAQ4HCH2O
           END-IF.
           IF IO-HOLD-OLD-REMIT-CSZ NOT = IO-HOLD-NEW-REMIT-CSZ
              MOVE '*' TO BAQ4HCH3O
           END-IF.
           IF IO-HOLD-OLD-EFT-ACCOUNT NOT = IO-HOLD-NEW-EFT-ACCOUNT
              MOVE '*' TO BAQ4HCH4O
           END-IF.
           PERFORM 3100-SEND-MAP THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-SEND-MAP.
           EXEC CICS SEND MAP('BAQL47M1')
               MAPSET('BAQL47M')
               FROM(BAQL47M1O)
               ERASE
           END-EXEC.
       3100-EXIT.
           EXIT.

       3200-BUILD-TIMESTAMP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUD-DATE)
               TIME(WS-AUD-TIME)
           END-EXEC.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-LOG-DECISION  -  one PROVAUD row per approval or         *
      *  rejection: the timestamp, the hold's file-id, this            *
      *  transaction's id, the analyst's userid, the changed record's  *
      *  BAQPROV sequence, and A or J in the status byte - J, not the  *
      *  hold's R, which BAQL450 already logs for a checkpoint reset.  *
      *  WS-LOG-OK says whether the row was written.                   *
      *----------------------------------------------------------------*
       3300-LOG-DECISION.
           SET WS-LOG-OK-SW TO 'N'.
           MOVE WS-AUDIT-TS         TO IO-AUDIT-RUN-TS.
           MOVE IO-HOLD-FILE-ID     TO IO-AUDIT-FILE-ID.
           MOVE EIBTRNID            TO IO-AUDIT-JOB-NAME.
           MOVE WS-USERID           TO IO-AUDIT-STEP-NAME.
           MOVE IO-HOLD-SEQ         TO IO-AUDIT-RECORD-CNT.
           IF IO-HOLD-APPROVED
              MOVE 'A'              TO IO-AUDIT-RECORDS-OK
           ELSE
              MOVE 'J'              TO IO-AUDIT-RECORDS-OK
           END-IF.
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
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9999-RETURN-CONTROL  -  pseudo-conversational return,         *
      *  passing the displayed hold's key forward in the COMMAREA.     *
      *----------------------------------------------------------------*
       9999-RETURN-CONTROL.
           MOVE WS-COMMAREA TO DFHCOMMAREA.
           EXEC CICS RETURN
               TRANSID('BQ4H')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
       9999-EXIT.
           EXIT.
