           05  FILLER REDEFINES SITEINF.
               10  SITEINA           PIC X.
           05  SITEINI               PIC X(3).
           05  TMLBLL                PIC S9(4) COMP.
           05  TMLBLF                PIC X.
           05  FILLER REDEFINES TMLBLF.
               10  TMLBLA            PIC X.
           05  TMLBLI                PIC X(21).
           05  TIMEINL               PIC S9(4) COMP.
           05  TIMEINF               PIC X.
           05  FILLER REDEFINES TIMEINF.
               10  TIMEINA           PIC X.
           05  TIMEINI               PIC X(6).
           05  RESLBLL               PIC S9(4) COMP.
           05  RESLBLF               PIC X.
           05  FILLER REDEFINES RESLBLF.
           05  FILLER REDEFINES PREVBDF.
               10  PREVBDA           PIC X.
           05  PREVBDI               PIC X(8).
           05  LTLBLL                PIC S9(4) COMP.
           05  LTLBLF                PIC X.
           05  FILLER REDEFINES LTLBLF.
               10  LTLBLA            PIC X.
           05  LTLBLI                PIC X(18).
           05  LOCALTML              PIC S9(4) COMP.
           05  LOCALTMF              PIC X.
           05  FILLER REDEFINES LOCALTMF.
               10  LOCALTMA          PIC X.
           05  LOCALTMI              PIC X(15).
           05  EBLBLL                PIC S9(4) COMP.
           05  EBLBLF                PIC X.
           05  FILLER REDEFINES EBLBLF.
               10  EBLBLA            PIC X.
           05  EBLBLI                PIC X(18).
           05  EFFBDL                PIC S9(4) COMP.
           05  EFFBDF                PIC X.
           05  FILLER REDEFINES EFFBDF.
               10  EFFBDA            PIC X.
           05  EFFBDI                PIC X(8).
           05  CUTNOTEL              PIC S9(4) COMP.
           05  CUTNOTEF              PIC X.
           05  FILLER REDEFINES CUTNOTEF.
               10  CUTNOTEA          PIC X.
           05  CUTNOTEI              PIC X(20).
           05  MSGLL                 PIC S9(4) COMP.
           05  MSGLF                 PIC X.
           05  FILLER REDEFINES MSGLF.
           05  FILLER                PIC X(3).
           05  SITEINO               PIC X(3).
           05  FILLER                PIC X(3).
           05  TMLBLO                PIC X(21).
           05  FILLER                PIC X(3).
           05  TIMEINO               PIC X(6).
           05  FILLER                PIC X(3).
           05  RESLBLO               PIC X(8).
           05  FILLER                PIC X(3).
           05  RESULTO               PIC X(40).
           05  FILLER                PIC X(3).
           05  PREVBDO               PIC X(8).
           05  FILLER                PIC X(3).
           05  LTLBLO                PIC X(18).
           05  FILLER                PIC X(3).
           05  LOCALTMO              PIC X(15).
           05  FILLER                PIC X(3).
           05  EBLBLO                PIC X(18).
           05  FILLER                PIC X(3).
           05  EFFBDO                PIC X(8).
           05  FILLER                PIC X(3).
           05  CUTNOTEO              PIC X(20).
           05  FILLER                PIC X(3).
           05  MSGLO                 PIC X(79).
