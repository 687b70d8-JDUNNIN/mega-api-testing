           88 IO-TRAILER-PRESENT                          VALUE 'Y'.
           88 IO-TRAILER-ABSENT                           VALUE 'N'.
        05 IO-TRAILER-TEXT                    PIC X(80) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  How the header row declared the file: a FULL file replaces  *
      *  the file type's provider picture, so a provider it omits is *
      *  a termination; an INCREMENTAL file carries only the         *
      *  providers that changed, each detail row with its own action *
      *  code, and a provider it omits is left as it stands.         *
      *--------------------------------------------------------------*
        05 IO-LOAD-MODE                       PIC X(01) USAGE DISPLAY.
           88 IO-LOAD-IS-FULL                            VALUE 'F'.
           88 IO-LOAD-IS-INCREMENTAL                     VALUE 'I'.
        05 IO-RECORD OCCURS 0 TO IO-MAX-RECORDS TIMES
                      DEPENDING ON IO-RECORD-CNT.
      *--------------------------------------------------------------*
              88 IO-RECORD-STATUS-GOOD                   VALUE 'G'.
              88 IO-RECORD-STATUS-BAD                    VALUE 'B'.
              88 IO-RECORD-STATUS-SKIPPED                VALUE 'S'.
      *--------------------------------------------------------------*
      *  An incremental file's action code for the row - add,        *
      *  change, or delete of the provider.  Spaces on a full load.  *
      *--------------------------------------------------------------*
           10 IO-RECORD-ACTION                PIC X(01) USAGE DISPLAY.
              88 IO-RECORD-ACTION-ADD                    VALUE 'A'.
              88 IO-RECORD-ACTION-CHANGE                 VALUE 'C'.
              88 IO-RECORD-ACTION-DELETE                 VALUE 'D'.
           10 IO-TEXT-AA                       PIC X(80) USAGE DISPLAY.
           10 IO-TEXT-BB                       PIC X(80) USAGE DISPLAY.
           10 IO-TEXT-CC                       PIC X(80) USAGE DISPLAY.
