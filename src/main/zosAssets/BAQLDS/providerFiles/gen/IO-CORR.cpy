      *================================================================*
      *  IO-CORR.cpy                                                  *
      *  Record layout for the suspense correction journal (PROVCORR, *
      *  a VSAM ESDS).  BAQL500 writes one record per PF5 release     *
      *  attempt, whether the release applied or not, naming the     *
      *  analyst and terminal, the suspense file-id and sequence,     *
      *  and - for every AA-GG slot the analyst overtyped - the       *
      *  IO-FLDMAP business field name with the value before and      *
      *  after the correction.  Once a release applies the suspense   *
      *  row is deleted, so this journal is the only record of what   *
      *  the submitter originally sent.  BAQL940 writes the same row   *
      *  for each batch correction that reaches its suspense record,  *
      *  with terminal BTCH.  BAQL880 reports it monthly.             *
      *================================================================*
       01 IO-CORR-RECORD.
        05 IO-CORR-TS                         PIC X(26) USAGE DISPLAY.
        05 IO-CORR-USERID                     PIC X(08) USAGE DISPLAY.
        05 IO-CORR-TERMID                     PIC X(04) USAGE DISPLAY.
        05 IO-CORR-TRANID                     PIC X(04) USAGE DISPLAY.
        05 IO-CORR-FILE-ID                    PIC X(08) USAGE DISPLAY.
        05 IO-CORR-SEQ                        PIC 9(09) USAGE DISPLAY.
        05 IO-CORR-FILE-TYPE                  PIC X(08) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  A - applied to BAQPROV and the suspense row deleted.        *
      *  F - still failed the BAQL150 edits; suspense rewritten.     *
      *  X - passed the edits but the BAQPROV write failed; the      *
      *      suspense row is left as it was.                         *
      *--------------------------------------------------------------*
        05 IO-CORR-OUTCOME                    PIC X(01) USAGE DISPLAY.
           88 IO-CORR-APPLIED                            VALUE 'A'.
           88 IO-CORR-STILL-FAILING                      VALUE 'F'.
           88 IO-CORR-APPLY-FAILED                       VALUE 'X'.
      *--------------------------------------------------------------*
      *  The first failed edit after the attempt; spaces once the    *
      *  record applies.                                             *
      *--------------------------------------------------------------*
        05 IO-CORR-ERROR-FIELD                PIC X(30) USAGE DISPLAY.
        05 IO-CORR-ERROR-REASON               PIC X(40) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  One entry per slot the analyst changed, in AA-GG order;     *
      *  IO-CORR-CHANGE-CNT says how many are filled (zero when the  *
      *  analyst pressed PF5 without overtyping anything).           *
      *--------------------------------------------------------------*
        05 IO-CORR-CHANGE-CNT                 PIC S9(4) USAGE COMP.
        05 IO-CORR-CHANGES.
           10 IO-CORR-CHANGE OCCURS 7 TIMES.
              15 IO-CORR-SLOT-ID              PIC X(02) USAGE DISPLAY.
              15 IO-CORR-FIELD-NAME           PIC X(30) USAGE DISPLAY.
              15 IO-CORR-BEFORE-VALUE         PIC X(80) USAGE DISPLAY.
              15 IO-CORR-AFTER-VALUE          PIC X(80) USAGE DISPLAY.
