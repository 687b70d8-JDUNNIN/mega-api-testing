           10 IO-VSAM-KEY-ID                  PIC X(80) USAGE DISPLAY.
           10 IO-VSAM-KEY-SEQ                  PIC 9(09) USAGE DISPLAY.
        05 IO-VSAM-FILE-TYPE                  PIC X(08) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  G - good.  B - flagged bad in place (BAQL110, BAQL160).     *
      *  X - an incremental load's delete row: the provider left the *
      *      file type as of this cycle; the record carries at least *
      *      the provider identifier and, where sent, the TERM DATE. *
      *--------------------------------------------------------------*
        05 IO-VSAM-RECORD-STATUS              PIC X(01) USAGE DISPLAY.
           88 IO-VSAM-STATUS-GOOD                        VALUE 'G'.
           88 IO-VSAM-STATUS-BAD                         VALUE 'B'.
           88 IO-VSAM-STATUS-DELETED                     VALUE 'X'.
        05 IO-VSAM-TEXT-AA                    PIC X(80) USAGE DISPLAY.
        05 IO-VSAM-TEXT-BB                    PIC X(80) USAGE DISPLAY.
        05 IO-VSAM-TEXT-CC                    PIC X(80) USAGE DISPLAY.
