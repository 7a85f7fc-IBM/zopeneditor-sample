      ****************************************************************
      * HAND-MAINTAINED SYMBOLIC MAP FOR THE SAM15 CUSTOMER
      * INQUIRY/MAINTENANCE SCREEN.  MUST BE KEPT IN STEP WITH THE
      * PHYSICAL MAP SOURCE IN BMS/SAM15S.bms (MAPSET SAM15S, MAPS
      * SAM15M, SAM15L, SAM15N AND SAM15R) -- FIELD ORDER AND LENGTHS
      * HERE MIRROR THE DFHMDF MACROS THERE.
      ****************************************************************
       01  SAM15MI.
           05  FILLER                 PIC X(12).
                   15  CONL           PIC S9(4) COMP.
                   15  CONF           PIC X.
                   15  CONI           PIC X(60).
           05  PTPL                   PIC S9(4) COMP.
           05  PTPF                   PIC X.
           05  PTPI                   PIC X(76).
           05  MSGL                   PIC S9(4) COMP.
           05  MSGF                   PIC X.
           05  MSGI                   PIC X(70).
                   15  FILLER         PIC X(3).
                   15  CONO           PIC X(60).
           05  FILLER                 PIC X(3).
           05  PTPO                   PIC X(76).
           05  FILLER                 PIC X(3).
           05  MSGO                   PIC X(70).
      *
      *    SAM15L: THE DETAIL LIST SCREEN (ORDERS, INSTALLMENTS AND
      *    THE LIKE).
      *
       01  SAM15LI.
           05  FILLER                 PIC X(12).
           05  LTITLEL                PIC S9(4) COMP.
           05  LTITLEF                PIC X.
           05  LTITLEI                PIC X(79).
           05  LHDRL                  PIC S9(4) COMP.
           05  LHDRF                  PIC X.
           05  LHDRI                  PIC X(79).
           05  LIST-FIELDS.
               10  LLIN-ENTRY OCCURS 16.
                   15  LLINL          PIC S9(4) COMP.
                   15  LLINF          PIC X.
                   15  LLINI          PIC X(79).
           05  LMSGL                  PIC S9(4) COMP.
           05  LMSGF                  PIC X.
           05  LMSGI                  PIC X(70).
           05  LKEYSL                 PIC S9(4) COMP.
           05  LKEYSF                 PIC X.
           05  LKEYSI                 PIC X(79).
       01  SAM15LO REDEFINES SAM15LI.
           05  FILLER                 PIC X(12).
           05  FILLER                 PIC X(3).
           05  LTITLEO                PIC X(79).
           05  FILLER                 PIC X(3).
           05  LHDRO                  PIC X(79).
           05  LIST-FIELDS-O.
               10  LLIN-ENTRY-O OCCURS 16.
                   15  FILLER         PIC X(3).
                   15  LLINO          PIC X(79).
           05  FILLER                 PIC X(3).
           05  LMSGO                  PIC X(70).
           05  FILLER                 PIC X(3).
           05  LKEYSO                 PIC X(79).
      *
      *    SAM15N: THE CUSTOMER NAME SEARCH SCREEN.
      *
       01  SAM15NI.
           05  FILLER                 PIC X(12).
           05  SNAMEL                 PIC S9(4) COMP.
           05  SNAMEF                 PIC X.
           05  SNAMEI                 PIC X(17).
           05  SCITYL                 PIC S9(4) COMP.
           05  SCITYF                 PIC X.
           05  SCITYI                 PIC X(14).
           05  SSTATEL                PIC S9(4) COMP.
           05  SSTATEF                PIC X.
           05  SSTATEI                PIC X(2).
           05  SPOSTL                 PIC S9(4) COMP.
           05  SPOSTF                 PIC X.
           05  SPOSTI                 PIC X(10).
           05  NHDRL                  PIC S9(4) COMP.
           05  NHDRF                  PIC X.
           05  NHDRI                  PIC X(76).
           05  MATCH-FIELDS.
               10  NLIN-ENTRY OCCURS 14.
                   15  NSELL           PIC S9(4) COMP.
                   15  NSELF           PIC X.
                   15  NSELI           PIC X(1).
                   15  NLINL          PIC S9(4) COMP.
                   15  NLINF          PIC X.
                   15  NLINI          PIC X(76).
           05  NMSGL                  PIC S9(4) COMP.
           05  NMSGF                  PIC X.
           05  NMSGI                  PIC X(70).
           05  NKEYSL                 PIC S9(4) COMP.
           05  NKEYSF                 PIC X.
           05  NKEYSI                 PIC X(79).
       01  SAM15NO REDEFINES SAM15NI.
           05  FILLER                 PIC X(12).
           05  FILLER                 PIC X(3).
           05  SNAMEO                 PIC X(17).
           05  FILLER                 PIC X(3).
           05  SCITYO                 PIC X(14).
           05  FILLER                 PIC X(3).
           05  SSTATEO                PIC X(2).
           05  FILLER                 PIC X(3).
           05  SPOSTO                 PIC X(10).
           05  FILLER                 PIC X(3).
           05  NHDRO                  PIC X(76).
           05  MATCH-FIELDS-O.
               10  NLIN-ENTRY-O OCCURS 14.
                   15  FILLER         PIC X(3).
                   15  NSELO           PIC X(1).
                   15  FILLER         PIC X(3).
                   15  NLINO          PIC X(76).
           05  FILLER                 PIC X(3).
           05  NMSGO                  PIC X(70).
           05  FILLER                 PIC X(3).
           05  NKEYSO                 PIC X(79).
      *
      *    SAM15R: THE SERVICE MEMO SCREEN.
      *
       01  SAM15RI.
           05  FILLER                 PIC X(12).
           05  MTITLEL                PIC S9(4) COMP.
           05  MTITLEF                PIC X.
           05  MTITLEI                PIC X(79).
           05  MHDRL                  PIC S9(4) COMP.
           05  MHDRF                  PIC X.
           05  MHDRI                  PIC X(79).
           05  MEMO-FIELDS.
               10  MLIN-ENTRY OCCURS 10.
                   15  MLINL          PIC S9(4) COMP.
                   15  MLINF          PIC X.
                   15  MLINI          PIC X(79).
           05  MCATL                  PIC S9(4) COMP.
           05  MCATF                  PIC X.
           05  MCATI                  PIC X(4).
           05  MEMO-TEXT-FIELDS.
               10  MTXT-ENTRY OCCURS 5.
                   15  MTXTL          PIC S9(4) COMP.
                   15  MTXTF          PIC X.
                   15  MTXTI          PIC X(70).
           05  MMSGL                  PIC S9(4) COMP.
           05  MMSGF                  PIC X.
           05  MMSGI                  PIC X(70).
           05  MKEYSL                 PIC S9(4) COMP.
           05  MKEYSF                 PIC X.
           05  MKEYSI                 PIC X(79).
       01  SAM15RO REDEFINES SAM15RI.
           05  FILLER                 PIC X(12).
           05  FILLER                 PIC X(3).
           05  MTITLEO                PIC X(79).
           05  FILLER                 PIC X(3).
           05  MHDRO                  PIC X(79).
           05  MEMO-FIELDS-O.
               10  MLIN-ENTRY-O OCCURS 10.
                   15  FILLER         PIC X(3).
                   15  MLINO          PIC X(79).
           05  FILLER                 PIC X(3).
           05  MCATO                  PIC X(4).
           05  MEMO-TEXT-FIELDS-O.
               10  MTXT-ENTRY-O OCCURS 5.
                   15  FILLER         PIC X(3).
                   15  MTXTO          PIC X(70).
           05  FILLER                 PIC X(3).
           05  MMSGO                  PIC X(70).
           05  FILLER                 PIC X(3).
           05  MKEYSO                 PIC X(79).
