      *  report) can re-present a header that a prior chunk consumed.  *
      *--------------------------------------------------------------*
        05 IO-CTL-HEADER-TEXT                 PIC X(80) USAGE DISPLAY.
      *--------------------------------------------------------------*
      *  The header's first four bytes declare the load mode - INCR  *
      *  for a change-only file; anything else is a full file.       *
      *--------------------------------------------------------------*
        05 IO-CTL-HEADER-FIELDS REDEFINES IO-CTL-HEADER-TEXT.
           10 IO-CTL-HDR-LOAD-MODE            PIC X(04) USAGE DISPLAY.
              88 IO-CTL-INCREMENTAL-LOAD                 VALUE 'INCR'.
           10 FILLER                          PIC X(76) USAGE DISPLAY.
        05 IO-CTL-TRAILER-TEXT                PIC X(80) USAGE DISPLAY.
