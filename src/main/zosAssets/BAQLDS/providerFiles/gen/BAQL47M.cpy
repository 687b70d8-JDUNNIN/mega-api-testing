      *================================================================*
      *  BAQL47M.cpy                                                  *
      *  Symbolic map for the BAQL47M1 map of mapset BAQL47M, as       *
      *  produced by the BMS assembly of BAQL47M.bms.  COPYed by       *
      *  BAQL470 for its SEND MAP / RECEIVE MAP pairs.                 *
      *================================================================*
       01  BAQL47M1I.
           05  FILLER                             PIC X(12).
           05  BAQ4HPIDL                           PIC S9(4) COMP.
           05  BAQ4HPIDF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HPIDF.
               10  BAQ4HPIDA                       PIC X(01).
           05  BAQ4HPIDI                           PIC X(40).
           05  BAQ4HFIDL                           PIC S9(4) COMP.
           05  BAQ4HFIDF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HFIDF.
               10  BAQ4HFIDA                       PIC X(01).
           05  BAQ4HFIDI                           PIC X(08).
           05  BAQ4HSEQL                           PIC S9(4) COMP.
           05  BAQ4HSEQF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HSEQF.
               10  BAQ4HSEQA                       PIC X(01).
           05  BAQ4HSEQI                           PIC 9(09).
           05  BAQ4HFTYL                           PIC S9(4) COMP.
           05  BAQ4HFTYF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HFTYF.
               10  BAQ4HFTYA                       PIC X(01).
           05  BAQ4HFTYI                           PIC X(08).
           05  BAQ4HSTAL                           PIC S9(4) COMP.
           05  BAQ4HSTAF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HSTAF.
               10  BAQ4HSTAA                       PIC X(01).
           05  BAQ4HSTAI                           PIC X(10).
           05  BAQ4HLTSL                           PIC S9(4) COMP.
           05  BAQ4HLTSF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HLTSF.
               10  BAQ4HLTSA                       PIC X(01).
           05  BAQ4HLTSI                           PIC X(26).
           05  BAQ4HHTSL                           PIC S9(4) COMP.
           05  BAQ4HHTSF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HHTSF.
               10  BAQ4HHTSA                       PIC X(01).
           05  BAQ4HHTSI                           PIC X(26).
           05  BAQ4HLDBL                           PIC S9(4) COMP.
           05  BAQ4HLDBF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HLDBF.
               10  BAQ4HLDBA                       PIC X(01).
           05  BAQ4HLDBI                           PIC X(08).
           05  BAQ4HCRBL                           PIC S9(4) COMP.
           05  BAQ4HCRBF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HCRBF.
               10  BAQ4HCRBA                       PIC X(01).
           05  BAQ4HCRBI                           PIC X(08).
           05  BAQ4HDCBL                           PIC S9(4) COMP.
           05  BAQ4HDCBF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HDCBF.
               10  BAQ4HDCBA                       PIC X(01).
           05  BAQ4HDCBI                           PIC X(08).
           05  BAQ4HDTSL                           PIC S9(4) COMP.
           05  BAQ4HDTSF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HDTSF.
               10  BAQ4HDTSA                       PIC X(01).
           05  BAQ4HDTSI                           PIC X(26).
           05  BAQ4HCH1L                           PIC S9(4) COMP.
           05  BAQ4HCH1F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HCH1F.
               10  BAQ4HCH1A                       PIC X(01).
           05  BAQ4HCH1I                           PIC X(01).
           05  BAQ4HOV1L                           PIC S9(4) COMP.
           05  BAQ4HOV1F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HOV1F.
               10  BAQ4HOV1A                       PIC X(01).
           05  BAQ4HOV1I                           PIC X(38).
           05  BAQ4HNV1L                           PIC S9(4) COMP.
           05  BAQ4HNV1F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HNV1F.
               10  BAQ4HNV1A                       PIC X(01).
           05  BAQ4HNV1I                           PIC X(38).
           05  BAQ4HCH2L                           PIC S9(4) COMP.
           05  BAQ4HCH2F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HCH2F.
               10  BAQ4HCH2A                       PIC X(01).
           05  BAQ4HCH2I                           PIC X(01).
           05  BAQ4HOV2L                           PIC S9(4) COMP.
           05  BAQ4HOV2F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HOV2F.
               10  BAQ4HOV2A                       PIC X(01).
           05  BAQ4HOV2I                           PIC X(38).
           05  BAQ4HNV2L                           PIC S9(4) COMP.
           05  BAQ4HNV2F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HNV2F.
               10  BAQ4HNV2A                       PIC X(01).
           05  BAQ4HNV2I                           PIC X(38).
           05  BAQ4HCH3L                           PIC S9(4) COMP.
           05  BAQ4HCH3F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HCH3F.
               10  BAQ4HCH3A                       PIC X(01).
           05  BAQ4HCH3I                           PIC X(01).
           05  BAQ4HOV3L                           PIC S9(4) COMP.
           05  BAQ4HOV3F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HOV3F.
               10  BAQ4HOV3A                       PIC X(01).
           05  BAQ4HOV3I                           PIC X(38).
           05  BAQ4HNV3L                           PIC S9(4) COMP.
           05  BAQ4HNV3F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HNV3F.
               10  BAQ4HNV3A                       PIC X(01).
           05  BAQ4HNV3I                           PIC X(38).
           05  BAQ4HCH4L                           PIC S9(4) COMP.
           05  BAQ4HCH4F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HCH4F.
               10  BAQ4HCH4A                       PIC X(01).
           05  BAQ4HCH4I                           PIC X(01).
           05  BAQ4HOV4L                           PIC S9(4) COMP.
           05  BAQ4HOV4F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HOV4F.
               10  BAQ4HOV4A                       PIC X(01).
           05  BAQ4HOV4I                           PIC X(38).
           05  BAQ4HNV4L                           PIC S9(4) COMP.
           05  BAQ4HNV4F                           PIC X(01).
           05  FILLER REDEFINES BAQ4HNV4F.
               10  BAQ4HNV4A                       PIC X(01).
           05  BAQ4HNV4I                           PIC X(38).
           05  BAQ4HMSGL                           PIC S9(4) COMP.
           05  BAQ4HMSGF                           PIC X(01).
           05  FILLER REDEFINES BAQ4HMSGF.
               10  BAQ4HMSGA                       PIC X(01).
           05  BAQ4HMSGI                           PIC X(79).

       01  BAQL47M1O REDEFINES BAQL47M1I.
           05  FILLER                             PIC X(12).
           05  FILLER                             PIC X(03).
           05  BAQ4HPIDO                           PIC X(40).
           05  FILLER                             PIC X(03).
           05  BAQ4HFIDO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4HSEQO                           PIC 9(09).
           05  FILLER                             PIC X(03).
           05  BAQ4HFTYO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4HSTAO                           PIC X(10).
           05  FILLER                             PIC X(03).
           05  BAQ4HLTSO                           PIC X(26).
           05  FILLER                             PIC X(03).
           05  BAQ4HHTSO                           PIC X(26).
           05  FILLER                             PIC X(03).
           05  BAQ4HLDBO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4HCRBO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4HDCBO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4HDTSO                           PIC X(26).
           05  FILLER                             PIC X(03).
           05  BAQ4HCH1O                           PIC X(01).
           05  FILLER                             PIC X(03).
           05  BAQ4HOV1O                           PIC X(38).
           05  FILLER                             PIC X(03).
           05  BAQ4HNV1O                           PIC X(38).
           05  FILLER                             PIC X(03).
           05  BAQ4HCH2O                           PIC X(01).
           05  FILLER                             PIC X(03).
           05  BAQ4HOV2O                           PIC X(38).
           05  FILLER                             PIC X(03).
           05  BAQ4HNV2O                           PIC X(38).
           05  FILLER                             PIC X(03).
           05  BAQ4HCH3O                           PIC X(01).
           05  FILLER                             PIC X(03).
           05  BAQ4HOV3O                           PIC X(38).
           05  FILLER                             PIC X(03).
           05  BAQ4HNV3O                           PIC X(38).
           05  FILLER                             PIC X(03).
           05  BAQ4HCH4O                           PIC X(01).
           05  FILLER                             PIC X(03).
           05  BAQ4HOV4O                           PIC X(38).
           05  FILLER                             PIC X(03).
           05  BAQ4HNV4O                           PIC X(38).
           05  FILLER                             PIC X(03).
           05  BAQ4HMSGO                           PIC X(79).
