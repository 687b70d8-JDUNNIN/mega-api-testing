      *================================================================*
      *  IO-HOLD.cpy                                                  *
      *  Record layout for the pending-change hold KSDS (PROVHOLD).   *
      *  BAQL620 writes one record here when a load cycle changes a   *
      *  provider's remittance details - REMIT NAME, REMIT ADDRESS    *
      *  LINE 1, REMIT CITY/STATE/ZIP or EFT ACCOUNT NUMBER - so a    *
      *  redirected payment address cannot reach claims on one        *
      *  person's say-so.  BAQL900 keeps sending the prior approved   *
      *  values while the change is held; a second analyst approves   *
      *  or rejects it online (BAQL470).  Keyed on the provider       *
      *  identifier plus the timestamp the change was held, so a      *
      *  provider's holds read back oldest to newest and the last     *
      *  one read decides what claims receives.                       *
      *================================================================*
       01 IO-HOLD-RECORD.
        05 IO-HOLD-KEY.
           10 IO-HOLD-PROVIDER-ID             PIC X(80) USAGE DISPLAY.
           10 IO-HOLD-HELD-TS                 PIC X(26) USAGE DISPLAY.
        05 IO-HOLD-FILE-ID                    PIC X(08) USAGE DISPLAY.
        05 IO-HOLD-FILE-TYPE                  PIC X(08) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  The BAQPROV key sequence and load cycle of the record that  *
      *  carried the change.                                         *
      *--------------------------------------------------------------*
        05 IO-HOLD-SEQ                        PIC 9(09) USAGE DISPLAY.
        05 IO-HOLD-LOAD-TS                    PIC X(26) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  P - waiting for a second analyst.  A - approved, the new     *
      *  values are now the approved ones.  R - rejected, the old     *
      *  values stay approved.  S - superseded by a later hold (or    *
      *  by a cycle that put the approved values back) before         *
      *  anyone decided it.                                           *
      *--------------------------------------------------------------*
        05 IO-HOLD-STATUS                     PIC X(01) USAGE DISPLAY.
           88 IO-HOLD-PENDING                            VALUE 'P'.
           88 IO-HOLD-APPROVED                           VALUE 'A'.
           88 IO-HOLD-REJECTED                           VALUE 'R'.
           88 IO-HOLD-SUPERSEDED                         VALUE 'S'.
      *--------------------------------------------------------------*
      *  Neither the userid the load ran under nor the userid that   *
      *  released the record through BAQL500 may decide the hold.    *
      *--------------------------------------------------------------*
        05 IO-HOLD-LOADED-BY                  PIC X(08) USAGE DISPLAY.
        05 IO-HOLD-CORRECTED-BY               PIC X(08) USAGE DISPLAY.
        05 IO-HOLD-DECIDED-BY                 PIC X(08) USAGE DISPLAY.
        05 IO-HOLD-DECIDED-TS                 PIC X(26) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  Old (approved) and new (held) values, in the order REMIT     *
      *  NAME, REMIT ADDRESS LINE 1, REMIT CITY/STATE/ZIP, EFT        *
      *  ACCOUNT NUMBER; the table views let a program walk them.     *
      *--------------------------------------------------------------*
        05 IO-HOLD-OLD-VALUES.
           10 IO-HOLD-OLD-REMIT-NAME          PIC X(80) USAGE DISPLAY.
           10 IO-HOLD-OLD-REMIT-ADDR-1        PIC X(80) USAGE DISPLAY.
           10 IO-HOLD-OLD-REMIT-CSZ           PIC X(80) USAGE DISPLAY.
           10 IO-HOLD-OLD-EFT-ACCOUNT         PIC X(80) USAGE DISPLAY.
        05 IO-HOLD-OLD-VALUE-TBL REDEFINES IO-HOLD-OLD-VALUES.
           10 IO-HOLD-OLD-VALUE               PIC X(80) USAGE DISPLAY
                                              OCCURS 4 TIMES.
        05 IO-HOLD-NEW-VALUES.
           10 IO-HOLD-NEW-REMIT-NAME          PIC X(80) USAGE DISPLAY.
           10 IO-HOLD-NEW-REMIT-ADDR-1        PIC X(80) USAGE DISPLAY.
           10 IO-HOLD-NEW-REMIT-CSZ           PIC X(80) USAGE DISPLAY.
           10 IO-HOLD-NEW-EFT-ACCOUNT         PIC X(80) USAGE DISPLAY.
        05 IO-HOLD-NEW-VALUE-TBL REDEFINES IO-HOLD-NEW-VALUES.
           10 IO-HOLD-NEW-VALUE               PIC X(80) USAGE DISPLAY
                                              OCCURS 4 TIMES.
