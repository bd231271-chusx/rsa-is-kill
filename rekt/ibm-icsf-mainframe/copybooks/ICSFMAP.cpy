      *----------------------------------------------------------------*
      * ICSFMAP.CPY                                                    *
      * Symbolic map for BMS mapset ICSFMAP (ICSF_ONLINE_MAPS.BMS),   *
      * kept by hand in the layout the BMS assembly generates: per    *
      * named field a length (L), a flag byte (F) redefined as the    *
      * attribute byte (A), and the data (I on input, O on output),  *
      * behind the 12-byte TIOA prefix. A field defined with OCCURS  *
      * is generated as an OCCURS group. Field names carry the map's *
      * initial - L for ICSFLST, M for ICSFMNT - so both maps can be *
      * copied into one program without qualification. Any change   *
      * to a named field in the BMS source must be made here too.    *
      *----------------------------------------------------------------*
       01  ICSFLSTI.
           02  FILLER                   PIC X(12).
           02  LTRANL                   PIC S9(4) COMP.
           02  LTRANF                   PIC X(01).
           02  FILLER REDEFINES LTRANF.
               03  LTRANA               PIC X(01).
           02  LTRANI                   PIC X(04).
           02  LTITLEL                  PIC S9(4) COMP.
           02  LTITLEF                  PIC X(01).
           02  FILLER REDEFINES LTITLEF.
               03  LTITLEA              PIC X(01).
           02  LTITLEI                  PIC X(50).
           02  LDATEL                   PIC S9(4) COMP.
           02  LDATEF                   PIC X(01).
           02  FILLER REDEFINES LDATEF.
               03  LDATEA               PIC X(01).
           02  LDATEI                   PIC X(10).
           02  LKEYL                    PIC S9(4) COMP.
           02  LKEYF                    PIC X(01).
           02  FILLER REDEFINES LKEYF.
               03  LKEYA                PIC X(01).
           02  LKEYI                    PIC X(16).
           02  LHEADL                   PIC S9(4) COMP.
           02  LHEADF                   PIC X(01).
           02  FILLER REDEFINES LHEADF.
               03  LHEADA               PIC X(01).
           02  LHEADI                   PIC X(79).
           02  LDETLD OCCURS 15 TIMES.
               03  LDETLL               PIC S9(4) COMP.
               03  LDETLF               PIC X(01).
               03  LDETLI               PIC X(79).
           02  LMSGL                    PIC S9(4) COMP.
           02  LMSGF                    PIC X(01).
           02  FILLER REDEFINES LMSGF.
               03  LMSGA                PIC X(01).
           02  LMSGI                    PIC X(79).
           02  LPFKL                    PIC S9(4) COMP.
           02  LPFKF                    PIC X(01).
           02  FILLER REDEFINES LPFKF.
               03  LPFKA                PIC X(01).
           02  LPFKI                    PIC X(79).
       01  ICSFLSTO REDEFINES ICSFLSTI.
           02  FILLER                   PIC X(12).
           02  FILLER                   PIC X(03).
           02  LTRANO                   PIC X(04).
           02  FILLER                   PIC X(03).
           02  LTITLEO                  PIC X(50).
           02  FILLER                   PIC X(03).
           02  LDATEO                   PIC X(10).
           02  FILLER                   PIC X(03).
           02  LKEYO                    PIC X(16).
           02  FILLER                   PIC X(03).
           02  LHEADO                   PIC X(79).
           02  LDETLR OCCURS 15 TIMES.
               03  FILLER               PIC X(02).
               03  LDETLA               PIC X(01).
               03  LDETLO               PIC X(79).
           02  FILLER                   PIC X(03).
           02  LMSGO                    PIC X(79).
           02  FILLER                   PIC X(03).
           02  LPFKO                    PIC X(79).
       01  ICSFMNTI.
           02  FILLER                   PIC X(12).
           02  MTRANL                   PIC S9(4) COMP.
           02  MTRANF                   PIC X(01).
           02  FILLER REDEFINES MTRANF.
               03  MTRANA               PIC X(01).
           02  MTRANI                   PIC X(04).
           02  MTITLEL                  PIC S9(4) COMP.
           02  MTITLEF                  PIC X(01).
           02  FILLER REDEFINES MTITLEF.
               03  MTITLEA              PIC X(01).
           02  MTITLEI                  PIC X(50).
           02  MDATEL                   PIC S9(4) COMP.
           02  MDATEF                   PIC X(01).
           02  FILLER REDEFINES MDATEF.
               03  MDATEA               PIC X(01).
           02  MDATEI                   PIC X(10).
           02  MLABELL                  PIC S9(4) COMP.
           02  MLABELF                  PIC X(01).
           02  FILLER REDEFINES MLABELF.
               03  MLABELA              PIC X(01).
           02  MLABELI                  PIC X(16).
           02  MACTIONL                 PIC S9(4) COMP.
           02  MACTIONF                 PIC X(01).
           02  FILLER REDEFINES MACTIONF.
               03  MACTIONA             PIC X(01).
           02  MACTIONI                 PIC X(01).
           02  MNSTATL                  PIC S9(4) COMP.
           02  MNSTATF                  PIC X(01).
           02  FILLER REDEFINES MNSTATF.
               03  MNSTATA              PIC X(01).
           02  MNSTATI                  PIC X(12).
           02  MCURSTL                  PIC S9(4) COMP.
           02  MCURSTF                  PIC X(01).
           02  FILLER REDEFINES MCURSTF.
               03  MCURSTA              PIC X(01).
           02  MCURSTI                  PIC X(12).
           02  MPENDL                   PIC S9(4) COMP.
           02  MPENDF                   PIC X(01).
           02  FILLER REDEFINES MPENDF.
               03  MPENDA               PIC X(01).
           02  MPENDI                   PIC X(59).
           02  MUSERL                   PIC S9(4) COMP.
           02  MUSERF                   PIC X(01).
           02  FILLER REDEFINES MUSERF.
               03  MUSERA               PIC X(01).
           02  MUSERI                   PIC X(08).
           02  MMSGL                    PIC S9(4) COMP.
           02  MMSGF                    PIC X(01).
           02  FILLER REDEFINES MMSGF.
               03  MMSGA                PIC X(01).
           02  MMSGI                    PIC X(79).
           02  MPFKL                    PIC S9(4) COMP.
           02  MPFKF                    PIC X(01).
           02  FILLER REDEFINES MPFKF.
               03  MPFKA                PIC X(01).
           02  MPFKI                    PIC X(79).
       01  ICSFMNTO REDEFINES ICSFMNTI.
           02  FILLER                   PIC X(12).
           02  FILLER                   PIC X(03).
           02  MTRANO                   PIC X(04).
           02  FILLER                   PIC X(03).
           02  MTITLEO                  PIC X(50).
           02  FILLER                   PIC X(03).
           02  MDATEO                   PIC X(10).
           02  FILLER                   PIC X(03).
           02  MLABELO                  PIC X(16).
           02  FILLER                   PIC X(03).
           02  MACTIONO                 PIC X(01).
           02  FILLER                   PIC X(03).
           02  MNSTATO                  PIC X(12).
           02  FILLER                   PIC X(03).
           02  MCURSTO                  PIC X(12).
           02  FILLER                   PIC X(03).
           02  MPENDO                   PIC X(59).
           02  FILLER                   PIC X(03).
           02  MUSERO                   PIC X(08).
           02  FILLER                   PIC X(03).
           02  MMSGO                    PIC X(79).
           02  FILLER                   PIC X(03).
           02  MPFKO                    PIC X(79).
