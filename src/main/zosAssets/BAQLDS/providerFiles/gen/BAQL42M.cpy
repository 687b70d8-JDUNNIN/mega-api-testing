      *================================================================*
      *  BAQL42M.cpy                                                  *
      *  Symbolic map for the BAQL42M1 map of mapset BAQL42M, as       *
      *  produced by the BMS assembly of BAQL42M.bms.  COPYed by       *
      *  BAQL420 for its SEND MAP / RECEIVE MAP pairs.                 *
      *================================================================*
       01  BAQL42M1I.
           05  FILLER                             PIC X(12).
           05  BAQ4DPIDL                           PIC S9(4) COMP.
           05  BAQ4DPIDF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DPIDF.
               10  BAQ4DPIDA                       PIC X(01).
           05  BAQ4DPIDI                           PIC X(40).
           05  BAQ4DDOSL                           PIC S9(4) COMP.
           05  BAQ4DDOSF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DDOSF.
               10  BAQ4DDOSA                       PIC X(01).
           05  BAQ4DDOSI                           PIC X(08).
           05  BAQ4DFTFL                           PIC S9(4) COMP.
           05  BAQ4DFTFF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DFTFF.
               10  BAQ4DFTFA                       PIC X(01).
           05  BAQ4DFTFI                           PIC X(08).
           05  BAQ4DSTDL                           PIC S9(4) COMP.
           05  BAQ4DSTDF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DSTDF.
               10  BAQ4DSTDA                       PIC X(01).
           05  BAQ4DSTDI                           PIC X(40).
           05  BAQ4DROWL                           PIC S9(4) COMP.
           05  BAQ4DROWF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DROWF.
               10  BAQ4DROWA                       PIC X(01).
           05  BAQ4DROWI                           PIC 9(04).
           05  BAQ4DCNTL                           PIC S9(4) COMP.
           05  BAQ4DCNTF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DCNTF.
               10  BAQ4DCNTA                       PIC X(01).
           05  BAQ4DCNTI                           PIC 9(04).
           05  BAQ4DEFFL                           PIC S9(4) COMP.
           05  BAQ4DEFFF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DEFFF.
               10  BAQ4DEFFA                       PIC X(01).
           05  BAQ4DEFFI                           PIC X(08).
           05  BAQ4DTRML                           PIC S9(4) COMP.
           05  BAQ4DTRMF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DTRMF.
               10  BAQ4DTRMA                       PIC X(01).
           05  BAQ4DTRMI                           PIC X(08).
           05  BAQ4DFTYL                           PIC S9(4) COMP.
           05  BAQ4DFTYF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DFTYF.
               10  BAQ4DFTYA                       PIC X(01).
           05  BAQ4DFTYI                           PIC X(08).
           05  BAQ4DINFL                           PIC S9(4) COMP.
           05  BAQ4DINFF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DINFF.
               10  BAQ4DINFA                       PIC X(01).
           05  BAQ4DINFI                           PIC X(01).
           05  BAQ4DLTSL                           PIC S9(4) COMP.
           05  BAQ4DLTSF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DLTSF.
               10  BAQ4DLTSA                       PIC X(01).
           05  BAQ4DLTSI                           PIC X(26).
           05  BAQ4DNAAL                           PIC S9(4) COMP.
           05  BAQ4DNAAF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DNAAF.
               10  BAQ4DNAAA                       PIC X(01).
           05  BAQ4DNAAI                           PIC X(30).
           05  BAQ4DTAAL                           PIC S9(4) COMP.
           05  BAQ4DTAAF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DTAAF.
               10  BAQ4DTAAA                       PIC X(01).
           05  BAQ4DTAAI                           PIC X(80).
           05  BAQ4DNBBL                           PIC S9(4) COMP.
           05  BAQ4DNBBF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DNBBF.
               10  BAQ4DNBBA                       PIC X(01).
           05  BAQ4DNBBI                           PIC X(30).
           05  BAQ4DTBBL                           PIC S9(4) COMP.
           05  BAQ4DTBBF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DTBBF.
               10  BAQ4DTBBA                       PIC X(01).
           05  BAQ4DTBBI                           PIC X(80).
           05  BAQ4DNCCL                           PIC S9(4) COMP.
           05  BAQ4DNCCF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DNCCF.
               10  BAQ4DNCCA                       PIC X(01).
           05  BAQ4DNCCI                           PIC X(30).
           05  BAQ4DTCCL                           PIC S9(4) COMP.
           05  BAQ4DTCCF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DTCCF.
               10  BAQ4DTCCA                       PIC X(01).
           05  BAQ4DTCCI                           PIC X(80).
           05  BAQ4DNDDL                           PIC S9(4) COMP.
           05  BAQ4DNDDF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DNDDF.
               10  BAQ4DNDDA                       PIC X(01).
           05  BAQ4DNDDI                           PIC X(30).
           05  BAQ4DTDDL                           PIC S9(4) COMP.
           05  BAQ4DTDDF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DTDDF.
               10  BAQ4DTDDA                       PIC X(01).
           05  BAQ4DTDDI                           PIC X(80).
           05  BAQ4DNEEL                           PIC S9(4) COMP.
           05  BAQ4DNEEF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DNEEF.
               10  BAQ4DNEEA                       PIC X(01).
           05  BAQ4DNEEI                           PIC X(30).
           05  BAQ4DTEEL                           PIC S9(4) COMP.
           05  BAQ4DTEEF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DTEEF.
               10  BAQ4DTEEA                       PIC X(01).
           05  BAQ4DTEEI                           PIC X(80).
           05  BAQ4DNFFL                           PIC S9(4) COMP.
           05  BAQ4DNFFF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DNFFF.
               10  BAQ4DNFFA                       PIC X(01).
           05  BAQ4DNFFI                           PIC X(30).
           05  BAQ4DTFFL                           PIC S9(4) COMP.
           05  BAQ4DTFFF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DTFFF.
               10  BAQ4DTFFA                       PIC X(01).
           05  BAQ4DTFFI                           PIC X(80).
           05  BAQ4DNGGL                           PIC S9(4) COMP.
           05  BAQ4DNGGF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DNGGF.
               10  BAQ4DNGGA                       PIC X(01).
           05  BAQ4DNGGI                           PIC X(30).
           05  BAQ4DTGGL                           PIC S9(4) COMP.
           05  BAQ4DTGGF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DTGGF.
               10  BAQ4DTGGA                       PIC X(01).
           05  BAQ4DTGGI                           PIC X(80).
           05  BAQ4DMSGL                           PIC S9(4) COMP.
           05  BAQ4DMSGF                           PIC X(01).
           05  FILLER REDEFINES BAQ4DMSGF.
               10  BAQ4DMSGA                       PIC X(01).
           05  BAQ4DMSGI                           PIC X(79).

       01  BAQL42M1O REDEFINES BAQL42M1I.
           05  FILLER                             PIC X(12).
           05  FILLER                             PIC X(03).
           05  BAQ4DPIDO                           PIC X(40).
           05  FILLER                             PIC X(03).
           05  BAQ4DDOSO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4DFTFO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4DSTDO                           PIC X(40).
           05  FILLER                             PIC X(03).
           05  BAQ4DROWO                           PIC Z(3)9.
           05  FILLER                             PIC X(03).
           05  BAQ4DCNTO                           PIC Z(3)9.
           05  FILLER                             PIC X(03).
           05  BAQ4DEFFO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4DTRMO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4DFTYO                           PIC X(08).
           05  FILLER                             PIC X(03).
           05  BAQ4DINFO                           PIC X(01).
           05  FILLER                             PIC X(03).
           05  BAQ4DLTSO                           PIC X(26).
           05  FILLER                             PIC X(03).
           05  BAQ4DNAAO                           PIC X(30).
           05  FILLER                             PIC X(03).
           05  BAQ4DTAAO                           PIC X(80).
           05  FILLER                             PIC X(03).
           05  BAQ4DNBBO                           PIC X(30).
           05  FILLER                             PIC X(03).
           05  BAQ4DTBBO                           PIC X(80).
           05  FILLER                             PIC X(03).
           05  BAQ4DNCCO                           PIC X(30).
           05  FILLER                             PIC X(03).
           05  BAQ4DTCCO                           PIC X(80).
           05  FILLER                             PIC X(03).
           05  BAQ4DNDDO                           PIC X(30).
           05  FILLER                             PIC X(03).
           05  BAQ4DTDDO                           PIC X(80).
           05  FILLER                             PIC X(03).
           05  BAQ4DNEEO                           PIC X(30).
           05  FILLER                             PIC X(03).
           05  BAQ4DTEEO                           PIC X(80).
           05  FILLER                             PIC X(03).
           05  BAQ4DNFFO                           PIC X(30).
           05  FILLER                             PIC X(03).
           05  BAQ4DTFFO                           PIC X(80).
           05  FILLER                             PIC X(03).
           05  BAQ4DNGGO                           PIC X(30).
           05  FILLER                             PIC X(03).
           05  BAQ4DTGGO                           PIC X(80).
           05  FILLER                             PIC X(03).
           05  BAQ4DMSGO                           PIC X(79).
