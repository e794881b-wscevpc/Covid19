      *==============================
      * COVMAP3 - Symbolic map for map COVMAP3 in mapset COVSET32
      * (the COVC statistics correction screen). Maintained in
      * step with MAPS/COVSET32.BMS; field order and lengths must
      * match the DFHMDF definitions there.
      *==============================
       01  COVMAP3I.
           03 FILLER               PIC X(12).
           03 CODEL                COMP PIC S9(4).
           03 CODEF                PIC X.
           03 FILLER REDEFINES CODEF.
               05 CODEA            PIC X.
           03 CODEI                PIC X(2).
           03 RDATL                COMP PIC S9(4).
           03 RDATF                PIC X.
           03 FILLER REDEFINES RDATF.
               05 RDATA            PIC X.
           03 RDATI                PIC X(8).
           03 PDATL                COMP PIC S9(4).
           03 PDATF                PIC X.
           03 FILLER REDEFINES PDATF.
               05 PDATA            PIC X.
           03 PDATI                PIC X(10).
           03 PCNFL                COMP PIC S9(4).
           03 PCNFF                PIC X.
           03 FILLER REDEFINES PCNFF.
               05 PCNFA            PIC X.
           03 PCNFI                PIC X(13).
           03 PDTHL                COMP PIC S9(4).
           03 PDTHF                PIC X.
           03 FILLER REDEFINES PDTHF.
               05 PDTHA            PIC X.
           03 PDTHI                PIC X(13).
           03 PRECL                COMP PIC S9(4).
           03 PRECF                PIC X.
           03 FILLER REDEFINES PRECF.
               05 PRECA            PIC X.
           03 PRECI                PIC X(13).
           03 CDATL                COMP PIC S9(4).
           03 CDATF                PIC X.
           03 FILLER REDEFINES CDATF.
               05 CDATA            PIC X.
           03 CDATI                PIC X(10).
           03 CCNFL                COMP PIC S9(4).
           03 CCNFF                PIC X.
           03 FILLER REDEFINES CCNFF.
               05 CCNFA            PIC X.
           03 CCNFI                PIC X(13).
           03 CDTHL                COMP PIC S9(4).
           03 CDTHF                PIC X.
           03 FILLER REDEFINES CDTHF.
               05 CDTHA            PIC X.
           03 CDTHI                PIC X(13).
           03 CRECL                COMP PIC S9(4).
           03 CRECF                PIC X.
           03 FILLER REDEFINES CRECF.
               05 CRECA            PIC X.
           03 CRECI                PIC X(13).
           03 NDATL                COMP PIC S9(4).
           03 NDATF                PIC X.
           03 FILLER REDEFINES NDATF.
               05 NDATA            PIC X.
           03 NDATI                PIC X(10).
           03 NCNFL                COMP PIC S9(4).
           03 NCNFF                PIC X.
           03 FILLER REDEFINES NCNFF.
               05 NCNFA            PIC X.
           03 NCNFI                PIC X(13).
           03 NDTHL                COMP PIC S9(4).
           03 NDTHF                PIC X.
           03 FILLER REDEFINES NDTHF.
               05 NDTHA            PIC X.
           03 NDTHI                PIC X(13).
           03 NRECL                COMP PIC S9(4).
           03 NRECF                PIC X.
           03 FILLER REDEFINES NRECF.
               05 NRECA            PIC X.
           03 NRECI                PIC X(13).
           03 CONFL                COMP PIC S9(4).
           03 CONFF                PIC X.
           03 FILLER REDEFINES CONFF.
               05 CONFA            PIC X.
           03 CONFI                PIC X(9).
           03 DETHL                COMP PIC S9(4).
           03 DETHF                PIC X.
           03 FILLER REDEFINES DETHF.
               05 DETHA            PIC X.
           03 DETHI                PIC X(9).
           03 RECVL                COMP PIC S9(4).
           03 RECVF                PIC X.
           03 FILLER REDEFINES RECVF.
               05 RECVA            PIC X.
           03 RECVI                PIC X(9).
           03 MSGL                 COMP PIC S9(4).
           03 MSGF                 PIC X.
           03 FILLER REDEFINES MSGF.
               05 MSGA             PIC X.
           03 MSGI                 PIC X(70).
      *
       01  COVMAP3O REDEFINES COVMAP3I.
           03 FILLER               PIC X(12).
           03 FILLER               PIC X(3).
           03 CODEO                PIC X(2).
           03 FILLER               PIC X(3).
           03 RDATO                PIC X(8).
           03 FILLER               PIC X(3).
           03 PDATO                PIC X(10).
           03 FILLER               PIC X(3).
           03 PCNFO                PIC X(13).
           03 FILLER               PIC X(3).
           03 PDTHO                PIC X(13).
           03 FILLER               PIC X(3).
           03 PRECO                PIC X(13).
           03 FILLER               PIC X(3).
           03 CDATO                PIC X(10).
           03 FILLER               PIC X(3).
           03 CCNFO                PIC X(13).
           03 FILLER               PIC X(3).
           03 CDTHO                PIC X(13).
           03 FILLER               PIC X(3).
           03 CRECO                PIC X(13).
           03 FILLER               PIC X(3).
           03 NDATO                PIC X(10).
           03 FILLER               PIC X(3).
           03 NCNFO                PIC X(13).
           03 FILLER               PIC X(3).
           03 NDTHO                PIC X(13).
           03 FILLER               PIC X(3).
           03 NRECO                PIC X(13).
           03 FILLER               PIC X(3).
           03 CONFO                PIC X(9).
           03 FILLER               PIC X(3).
           03 DETHO                PIC X(9).
           03 FILLER               PIC X(3).
           03 RECVO                PIC X(9).
           03 FILLER               PIC X(3).
           03 MSGO                 PIC X(70).
