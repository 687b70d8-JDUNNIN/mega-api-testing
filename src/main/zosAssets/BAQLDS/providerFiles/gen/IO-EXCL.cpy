      *================================================================*
      *  IO-EXCL.cpy                                                  *
      *  Record layout for the OIG exclusion list KSDS (PROVEXCL).    *
      *  BAQL950 rebuilds it each month from the LEIE (List of        *
      *  Excluded Individuals/Entities) extract; BAQL960 screens the  *
      *  GOOD PROVMSTR and PROVDENT providers in BAQPROV against it.  *
      *  Each LEIE row is filed once under its NPI and once under its *
      *  TAX ID, whichever it carries, so the screen can look a       *
      *  provider up either way with a START on the leading key.      *
      *  NPI and TAX ID are held with punctuation and spaces squeezed *
      *  out, and an all-zero NPI (the LEIE's "none") as spaces.      *
      *================================================================*
       01 IO-EXCL-RECORD.
        05 IO-EXCL-KEY.
      *--------------------------------------------------------------*
      *  N - filed under the NPI.  T - filed under the TAX ID.       *
      *--------------------------------------------------------------*
           10 IO-EXCL-KEY-TYPE                PIC X(01) USAGE DISPLAY.
              88 IO-EXCL-BY-NPI                          VALUE 'N'.
              88 IO-EXCL-BY-TAX-ID                       VALUE 'T'.
           10 IO-EXCL-KEY-VALUE               PIC X(10) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  The row's detail number in the inbound list, so two LEIE    *
      *  rows sharing an NPI or TAX ID keep distinct keys.           *
      *--------------------------------------------------------------*
           10 IO-EXCL-SEQ                     PIC 9(09) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  The list's publication date, from the inbound header.       *
      *--------------------------------------------------------------*
        05 IO-EXCL-LIST-DATE                  PIC X(08) USAGE DISPLAY.
        05 IO-EXCL-NPI                        PIC X(10) USAGE DISPLAY.
        05 IO-EXCL-TAX-ID                     PIC X(10) USAGE DISPLAY.
        05 IO-EXCL-LAST-NAME                  PIC X(20) USAGE DISPLAY.
        05 IO-EXCL-FIRST-NAME                 PIC X(15) USAGE DISPLAY.
        05 IO-EXCL-MID-NAME                   PIC X(15) USAGE DISPLAY.
        05 IO-EXCL-BUS-NAME                   PIC X(30) USAGE DISPLAY.
        05 IO-EXCL-GENERAL                    PIC X(20) USAGE DISPLAY.
        05 IO-EXCL-SPECIALTY                  PIC X(20) USAGE DISPLAY.
        05 IO-EXCL-UPIN                       PIC X(06) USAGE DISPLAY.
        05 IO-EXCL-DOB                        PIC X(08) USAGE DISPLAY.
        05 IO-EXCL-STATE                      PIC X(02) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  The exclusion authority (1128a1, 1128b4 and so on) and its  *
      *  dates, YYYYMMDD.  A reinstatement date on or before the run *
      *  date means the exclusion no longer stands.                  *
      *--------------------------------------------------------------*
        05 IO-EXCL-TYPE                       PIC X(09) USAGE DISPLAY.
        05 IO-EXCL-DATE                       PIC X(08) USAGE DISPLAY.
        05 IO-EXCL-REIN-DATE                  PIC X(08) USAGE DISPLAY.
        05 IO-EXCL-WAIVER-DATE                PIC X(08) USAGE DISPLAY.
        05 IO-EXCL-WAIVER-STATE               PIC X(02) USAGE DISPLAY.
