      * HOLMAP - symbolic map generated from online/maps/HOLMAP.bms
      * by the BMS macro assembly. Hand-transcribed here since this
      * repo does not run an assembler step; keep it in sync with the
      * .bms source if the map layout ever changes.
       01  HOLMAPI.
           05  FILLER                PIC X(12).
           05  TITLE1L               PIC S9(4) COMP.
           05  TITLE1F               PIC X.
           05  FILLER REDEFINES TITLE1F.
               10  TITLE1A           PIC X.
           05  TITLE1I               PIC X(30).
           05  YRLBLL                PIC S9(4) COMP.
           05  YRLBLF                PIC X.
           05  FILLER REDEFINES YRLBLF.
               10  YRLBLA            PIC X.
           05  YRLBLI                PIC X(17).
           05  YEARINL               PIC S9(4) COMP.
           05  YEARINF               PIC X.
           05  FILLER REDEFINES YEARINF.
               10  YEARINA           PIC X.
           05  YEARINI               PIC X(4).
           05  STLBLL                PIC S9(4) COMP.
           05  STLBLF                PIC X.
           05  FILLER REDEFINES STLBLF.
               10  STLBLA            PIC X.
           05  STLBLI                PIC X(21).
           05  SITEINL               PIC S9(4) COMP.
           05  SITEINF               PIC X.
           05  FILLER REDEFINES SITEINF.
               10  SITEINA           PIC X.
           05  SITEINI               PIC X(3).
           05  PAGLBLL               PIC S9(4) COMP.
           05  PAGLBLF               PIC X.
           05  FILLER REDEFINES PAGLBLF.
               10  PAGLBLA           PIC X.
           05  PAGLBLI               PIC X(4).
           05  PAGENOL               PIC S9(4) COMP.
           05  PAGENOF               PIC X.
           05  FILLER REDEFINES PAGENOF.
               10  PAGENOA           PIC X.
           05  PAGENOI               PIC X(10).
           05  COLHDRL               PIC S9(4) COMP.
           05  COLHDRF               PIC X.
           05  FILLER REDEFINES COLHDRF.
               10  COLHDRA           PIC X.
           05  COLHDRI               PIC X(23).
           05  LINE01L               PIC S9(4) COMP.
           05  LINE01F               PIC X.
           05  FILLER REDEFINES LINE01F.
               10  LINE01A           PIC X.
           05  LINE01I               PIC X(49).
           05  LINE02L               PIC S9(4) COMP.
           05  LINE02F               PIC X.
           05  FILLER REDEFINES LINE02F.
               10  LINE02A           PIC X.
           05  LINE02I               PIC X(49).
           05  LINE03L               PIC S9(4) COMP.
           05  LINE03F               PIC X.
           05  FILLER REDEFINES LINE03F.
               10  LINE03A           PIC X.
           05  LINE03I               PIC X(49).
           05  LINE04L               PIC S9(4) COMP.
           05  LINE04F               PIC X.
           05  FILLER REDEFINES LINE04F.
               10  LINE04A           PIC X.
           05  LINE04I               PIC X(49).
           05  LINE05L               PIC S9(4) COMP.
           05  LINE05F               PIC X.
           05  FILLER REDEFINES LINE05F.
               10  LINE05A           PIC X.
           05  LINE05I               PIC X(49).
           05  LINE06L               PIC S9(4) COMP.
           05  LINE06F               PIC X.
           05  FILLER REDEFINES LINE06F.
               10  LINE06A           PIC X.
           05  LINE06I               PIC X(49).
           05  LINE07L               PIC S9(4) COMP.
           05  LINE07F               PIC X.
           05  FILLER REDEFINES LINE07F.
               10  LINE07A           PIC X.
           05  LINE07I               PIC X(49).
           05  LINE08L               PIC S9(4) COMP.
           05  LINE08F               PIC X.
           05  FILLER REDEFINES LINE08F.
               10  LINE08A           PIC X.
           05  LINE08I               PIC X(49).
           05  LINE09L               PIC S9(4) COMP.
           05  LINE09F               PIC X.
           05  FILLER REDEFINES LINE09F.
               10  LINE09A           PIC X.
           05  LINE09I               PIC X(49).
           05  LINE10L               PIC S9(4) COMP.
           05  LINE10F               PIC X.
           05  FILLER REDEFINES LINE10F.
               10  LINE10A           PIC X.
           05  LINE10I               PIC X(49).
           05  ACTLBLL               PIC S9(4) COMP.
           05  ACTLBLF               PIC X.
           05  FILLER REDEFINES ACTLBLF.
               10  ACTLBLA           PIC X.
           05  ACTLBLI               PIC X(32).
           05  ACTIONL               PIC S9(4) COMP.
           05  ACTIONF               PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA           PIC X.
           05  ACTIONI               PIC X(1).
           05  ADTLBLL               PIC S9(4) COMP.
           05  ADTLBLF               PIC X.
           05  FILLER REDEFINES ADTLBLF.
               10  ADTLBLA           PIC X.
           05  ADTLBLI               PIC X(23).
           05  ADATEL                PIC S9(4) COMP.
           05  ADATEF                PIC X.
           05  FILLER REDEFINES ADATEF.
               10  ADATEA            PIC X.
           05  ADATEI                PIC X(8).
           05  ASTLBLL               PIC S9(4) COMP.
           05  ASTLBLF               PIC X.
           05  FILLER REDEFINES ASTLBLF.
               10  ASTLBLA           PIC X.
           05  ASTLBLI               PIC X(26).
           05  ASITEL                PIC S9(4) COMP.
           05  ASITEF                PIC X.
           05  FILLER REDEFINES ASITEF.
               10  ASITEA            PIC X.
           05  ASITEI                PIC X(3).
           05  ANMLBLL               PIC S9(4) COMP.
           05  ANMLBLF               PIC X.
           05  FILLER REDEFINES ANMLBLF.
               10  ANMLBLA           PIC X.
           05  ANMLBLI               PIC X(12).
           05  ANAMEL                PIC S9(4) COMP.
           05  ANAMEF                PIC X.
           05  FILLER REDEFINES ANAMEF.
               10  ANAMEA            PIC X.
           05  ANAMEI                PIC X(30).
           05  AOBLBLL               PIC S9(4) COMP.
           05  AOBLBLF               PIC X.
           05  FILLER REDEFINES AOBLBLF.
               10  AOBLBLA           PIC X.
           05  AOBLBLI               PIC X(13).
           05  AOBSL                 PIC S9(4) COMP.
           05  AOBSF                 PIC X.
           05  FILLER REDEFINES AOBSF.
               10  AOBSA             PIC X.
           05  AOBSI                 PIC X(1).
           05  PFLBLL                PIC S9(4) COMP.
           05  PFLBLF                PIC X.
           05  FILLER REDEFINES PFLBLF.
               10  PFLBLA            PIC X.
           05  PFLBLI                PIC X(50).
           05  MSGLL                 PIC S9(4) COMP.
           05  MSGLF                 PIC X.
           05  FILLER REDEFINES MSGLF.
               10  MSGLA             PIC X.
           05  MSGLI                 PIC X(79).
       01  HOLMAPO REDEFINES HOLMAPI.
           05  FILLER                PIC X(12).
           05  FILLER                PIC X(3).
           05  TITLE1O               PIC X(30).
           05  FILLER                PIC X(3).
           05  YRLBLO                PIC X(17).
           05  FILLER                PIC X(3).
           05  YEARINO               PIC X(4).
           05  FILLER                PIC X(3).
           05  STLBLO                PIC X(21).
           05  FILLER                PIC X(3).
           05  SITEINO               PIC X(3).
           05  FILLER                PIC X(3).
           05  PAGLBLO               PIC X(4).
           05  FILLER                PIC X(3).
           05  PAGENOO               PIC X(10).
           05  FILLER                PIC X(3).
           05  COLHDRO               PIC X(23).
           05  FILLER                PIC X(3).
           05  LINE01O               PIC X(49).
           05  FILLER                PIC X(3).
           05  LINE02O               PIC X(49).
           05  FILLER                PIC X(3).
           05  LINE03O               PIC X(49).
           05  FILLER                PIC X(3).
           05  LINE04O               PIC X(49).
           05  FILLER                PIC X(3).
           05  LINE05O               PIC X(49).
           05  FILLER                PIC X(3).
           05  LINE06O               PIC X(49).
           05  FILLER                PIC X(3).
           05  LINE07O               PIC X(49).
           05  FILLER                PIC X(3).
           05  LINE08O               PIC X(49).
           05  FILLER                PIC X(3).
           05  LINE09O               PIC X(49).
           05  FILLER                PIC X(3).
           05  LINE10O               PIC X(49).
           05  FILLER                PIC X(3).
           05  ACTLBLO               PIC X(32).
           05  FILLER                PIC X(3).
           05  ACTIONO               PIC X(1).
           05  FILLER                PIC X(3).
           05  ADTLBLO               PIC X(23).
           05  FILLER                PIC X(3).
           05  ADATEO                PIC X(8).
           05  FILLER                PIC X(3).
           05  ASTLBLO               PIC X(26).
           05  FILLER                PIC X(3).
           05  ASITEO                PIC X(3).
           05  FILLER                PIC X(3).
           05  ANMLBLO               PIC X(12).
           05  FILLER                PIC X(3).
           05  ANAMEO                PIC X(30).
           05  FILLER                PIC X(3).
           05  AOBLBLO               PIC X(13).
           05  FILLER                PIC X(3).
           05  AOBSO                 PIC X(1).
           05  FILLER                PIC X(3).
           05  PFLBLO                PIC X(50).
           05  FILLER                PIC X(3).
           05  MSGLO                 PIC X(79).
