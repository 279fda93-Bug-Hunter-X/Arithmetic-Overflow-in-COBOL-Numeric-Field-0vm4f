      *****************************************************************
      * CNTINQM - SYMBOLIC MAP FOR BMS MAPSET CNTINQM (bms/CNTINQM.bms),
      * COPIED BY CNTINQ. ONE INPUT AND ONE OUTPUT VIEW PER MAP; THE
      * FIELDS FOLLOW THE NAMED DFHMDF MACROS IN ORDER AND LENGTH, SO
      * A CHANGE TO THE MAPSET IS MADE HERE IN STEP WITH IT.
      *****************************************************************
       01  CNTIM1I.
           02  FILLER                PIC X(12).
           02  LOADTSL               PIC S9(4) COMP.
           02  LOADTSF               PIC X.
           02  FILLER REDEFINES LOADTSF.
               03  LOADTSA           PIC X.
           02  LOADTSI               PIC X(16).
           02  BDATEL                PIC S9(4) COMP.
           02  BDATEF                PIC X.
           02  FILLER REDEFINES BDATEF.
               03  BDATEA            PIC X.
           02  BDATEI                PIC X(8).
           02  PKEYL                 PIC S9(4) COMP.
           02  PKEYF                 PIC X.
           02  FILLER REDEFINES PKEYF.
               03  PKEYA             PIC X.
           02  PKEYI                 PIC X(10).
           02  CURBDL                PIC S9(4) COMP.
           02  CURBDF                PIC X.
           02  FILLER REDEFINES CURBDF.
               03  CURBDA            PIC X.
           02  CURBDI                PIC X(8).
           02  CURSTL                PIC S9(4) COMP.
           02  CURSTF                PIC X.
           02  FILLER REDEFINES CURSTF.
               03  CURSTA            PIC X.
           02  CURSTI                PIC X(6).
           02  NRUNSL                PIC S9(4) COMP.
           02  NRUNSF                PIC X.
           02  FILLER REDEFINES NRUNSF.
               03  NRUNSA            PIC X.
           02  NRUNSI                PIC X(3).
           02  LRTIMEL               PIC S9(4) COMP.
           02  LRTIMEF               PIC X.
           02  FILLER REDEFINES LRTIMEF.
               03  LRTIMEA           PIC X.
           02  LRTIMEI               PIC X(8).
           02  LRRCL                 PIC S9(4) COMP.
           02  LRRCF                 PIC X.
           02  FILLER REDEFINES LRRCF.
               03  LRRCA             PIC X.
           02  LRRCI                 PIC X(5).
           02  LRSTATL               PIC S9(4) COMP.
           02  LRSTATF               PIC X.
           02  FILLER REDEFINES LRSTATF.
               03  LRSTATA           PIC X.
           02  LRSTATI               PIC X(36).
           02  DETCNTL               PIC S9(4) COMP.
           02  DETCNTF               PIC X.
           02  FILLER REDEFINES DETCNTF.
               03  DETCNTA           PIC X.
           02  DETCNTI               PIC X(18).
           02  REJCNTL               PIC S9(4) COMP.
           02  REJCNTF               PIC X.
           02  FILLER REDEFINES REJCNTF.
               03  REJCNTA           PIC X.
           02  REJCNTI               PIC X(11).
           02  DUPCNTL               PIC S9(4) COMP.
           02  DUPCNTF               PIC X.
           02  FILLER REDEFINES DUPCNTF.
               03  DUPCNTA           PIC X.
           02  DUPCNTI               PIC X(11).
           02  HDRCNTL               PIC S9(4) COMP.
           02  HDRCNTF               PIC X.
           02  FILLER REDEFINES HDRCNTF.
               03  HDRCNTA           PIC X.
           02  HDRCNTI               PIC X(11).
           02  TRLCNTL               PIC S9(4) COMP.
           02  TRLCNTF               PIC X.
           02  FILLER REDEFINES TRLCNTF.
               03  TRLCNTA           PIC X.
           02  TRLCNTI               PIC X(11).
           02  OVFCNTL               PIC S9(4) COMP.
           02  OVFCNTF               PIC X.
           02  FILLER REDEFINES OVFCNTF.
               03  OVFCNTA           PIC X.
           02  OVFCNTI               PIC X(11).
           02  EXPCNTL               PIC S9(4) COMP.
           02  EXPCNTF               PIC X.
           02  FILLER REDEFINES EXPCNTF.
               03  EXPCNTA           PIC X.
           02  EXPCNTI               PIC X(11).
           02  BATCNTL               PIC S9(4) COMP.
           02  BATCNTF               PIC X.
           02  FILLER REDEFINES BATCNTF.
               03  BATCNTA           PIC X.
           02  BATCNTI               PIC X(5).
           02  BATMATL               PIC S9(4) COMP.
           02  BATMATF               PIC X.
           02  FILLER REDEFINES BATMATF.
               03  BATMATA           PIC X.
           02  BATMATI               PIC X(5).
           02  BATMISL               PIC S9(4) COMP.
           02  BATMISF               PIC X.
           02  FILLER REDEFINES BATMISF.
               03  BATMISA           PIC X.
           02  BATMISI               PIC X(5).
           02  AMTTOTL               PIC S9(4) COMP.
           02  AMTTOTF               PIC X.
           02  FILLER REDEFINES AMTTOTF.
               03  AMTTOTA           PIC X.
           02  AMTTOTI               PIC X(21).
           02  EXPAMTL               PIC S9(4) COMP.
           02  EXPAMTF               PIC X.
           02  FILLER REDEFINES EXPAMTF.
               03  EXPAMTA           PIC X.
           02  EXPAMTI               PIC X(21).
           02  REVCNTL               PIC S9(4) COMP.
           02  REVCNTF               PIC X.
           02  FILLER REDEFINES REVCNTF.
               03  REVCNTA           PIC X.
           02  REVCNTI               PIC X(11).
           02  REVAMTL               PIC S9(4) COMP.
           02  REVAMTF               PIC X.
           02  FILLER REDEFINES REVAMTF.
               03  REVAMTA           PIC X.
           02  REVAMTI               PIC X(21).
           02  RVUNML                PIC S9(4) COMP.
           02  RVUNMF                PIC X.
           02  FILLER REDEFINES RVUNMF.
               03  RVUNMA            PIC X.
           02  RVUNMI                PIC X(11).
           02  BASECURL              PIC S9(4) COMP.
           02  BASECURF              PIC X.
           02  FILLER REDEFINES BASECURF.
               03  BASECURA          PIC X.
           02  BASECURI              PIC X(3).
           02  BASEAMTL              PIC S9(4) COMP.
           02  BASEAMTF              PIC X.
           02  FILLER REDEFINES BASEAMTF.
               03  BASEAMTA          PIC X.
           02  BASEAMTI              PIC X(21).
           02  CURREJL               PIC S9(4) COMP.
           02  CURREJF               PIC X.
           02  FILLER REDEFINES CURREJF.
               03  CURREJA           PIC X.
           02  CURREJI               PIC X(11).
           02  ACRITL                PIC S9(4) COMP.
           02  ACRITF                PIC X.
           02  FILLER REDEFINES ACRITF.
               03  ACRITA            PIC X.
           02  ACRITI                PIC X(5).
           02  AHIGHL                PIC S9(4) COMP.
           02  AHIGHF                PIC X.
           02  FILLER REDEFINES AHIGHF.
               03  AHIGHA            PIC X.
           02  AHIGHI                PIC X(5).
           02  AMEDL                 PIC S9(4) COMP.
           02  AMEDF                 PIC X.
           02  FILLER REDEFINES AMEDF.
               03  AMEDA             PIC X.
           02  AMEDI                 PIC X(5).
           02  AOTHRL                PIC S9(4) COMP.
           02  AOTHRF                PIC X.
           02  FILLER REDEFINES AOTHRF.
               03  AOTHRA            PIC X.
           02  AOTHRI                PIC X(5).
           02  SUSCNTL               PIC S9(4) COMP.
           02  SUSCNTF               PIC X.
           02  FILLER REDEFINES SUSCNTF.
               03  SUSCNTA           PIC X.
           02  SUSCNTI               PIC X(7).
           02  SUSAPRL               PIC S9(4) COMP.
           02  SUSAPRF               PIC X.
           02  FILLER REDEFINES SUSAPRF.
               03  SUSAPRA           PIC X.
           02  SUSAPRI               PIC X(7).
           02  SUSOLDL               PIC S9(4) COMP.
           02  SUSOLDF               PIC X.
           02  FILLER REDEFINES SUSOLDF.
               03  SUSOLDA           PIC X.
           02  SUSOLDI               PIC X(8).
           02  SUSAGEL               PIC S9(4) COMP.
           02  SUSAGEF               PIC X.
           02  FILLER REDEFINES SUSAGEF.
               03  SUSAGEA           PIC X.
           02  SUSAGEI               PIC X(5).
           02  REJBKLL               PIC S9(4) COMP.
           02  REJBKLF               PIC X.
           02  FILLER REDEFINES REJBKLF.
               03  REJBKLA           PIC X.
           02  REJBKLI               PIC X(7).
           02  REJAPRL               PIC S9(4) COMP.
           02  REJAPRF               PIC X.
           02  FILLER REDEFINES REJAPRF.
               03  REJAPRA           PIC X.
           02  REJAPRI               PIC X(7).
           02  MSGL                  PIC S9(4) COMP.
           02  MSGF                  PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA              PIC X.
           02  MSGI                  PIC X(78).
       01  CNTIM1O REDEFINES CNTIM1I.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  LOADTSO               PIC X(16).
           02  FILLER                PIC X(3).
           02  BDATEO                PIC X(8).
           02  FILLER                PIC X(3).
           02  PKEYO                 PIC X(10).
           02  FILLER                PIC X(3).
           02  CURBDO                PIC X(8).
           02  FILLER                PIC X(3).
           02  CURSTO                PIC X(6).
           02  FILLER                PIC X(3).
           02  NRUNSO                PIC X(3).
           02  FILLER                PIC X(3).
           02  LRTIMEO               PIC X(8).
           02  FILLER                PIC X(3).
           02  LRRCO                 PIC X(5).
           02  FILLER                PIC X(3).
           02  LRSTATO               PIC X(36).
           02  FILLER                PIC X(3).
           02  DETCNTO               PIC X(18).
           02  FILLER                PIC X(3).
           02  REJCNTO               PIC X(11).
           02  FILLER                PIC X(3).
           02  DUPCNTO               PIC X(11).
           02  FILLER                PIC X(3).
           02  HDRCNTO               PIC X(11).
           02  FILLER                PIC X(3).
           02  TRLCNTO               PIC X(11).
           02  FILLER                PIC X(3).
           02  OVFCNTO               PIC X(11).
           02  FILLER                PIC X(3).
           02  EXPCNTO               PIC X(11).
           02  FILLER                PIC X(3).
           02  BATCNTO               PIC X(5).
           02  FILLER                PIC X(3).
           02  BATMATO               PIC X(5).
           02  FILLER                PIC X(3).
           02  BATMISO               PIC X(5).
           02  FILLER                PIC X(3).
           02  AMTTOTO               PIC X(21).
           02  FILLER                PIC X(3).
           02  EXPAMTO               PIC X(21).
           02  FILLER                PIC X(3).
           02  REVCNTO               PIC X(11).
           02  FILLER                PIC X(3).
           02  REVAMTO               PIC X(21).
           02  FILLER                PIC X(3).
           02  RVUNMO                PIC X(11).
           02  FILLER                PIC X(3).
           02  BASECURO              PIC X(3).
           02  FILLER                PIC X(3).
           02  BASEAMTO              PIC X(21).
           02  FILLER                PIC X(3).
           02  CURREJO               PIC X(11).
           02  FILLER                PIC X(3).
           02  ACRITO                PIC X(5).
           02  FILLER                PIC X(3).
           02  AHIGHO                PIC X(5).
           02  FILLER                PIC X(3).
           02  AMEDO                 PIC X(5).
           02  FILLER                PIC X(3).
           02  AOTHRO                PIC X(5).
           02  FILLER                PIC X(3).
           02  SUSCNTO               PIC X(7).
           02  FILLER                PIC X(3).
           02  SUSAPRO               PIC X(7).
           02  FILLER                PIC X(3).
           02  SUSOLDO               PIC X(8).
           02  FILLER                PIC X(3).
           02  SUSAGEO               PIC X(5).
           02  FILLER                PIC X(3).
           02  REJBKLO               PIC X(7).
           02  FILLER                PIC X(3).
           02  REJAPRO               PIC X(7).
           02  FILLER                PIC X(3).
           02  MSGO                  PIC X(78).
       01  CNTIM2I.
           02  FILLER                PIC X(12).
           02  TITLEL                PIC S9(4) COMP.
           02  TITLEF                PIC X.
           02  FILLER REDEFINES TITLEF.
               03  TITLEA            PIC X.
           02  TITLEI                PIC X(40).
           02  LSTTSL                PIC S9(4) COMP.
           02  LSTTSF                PIC X.
           02  FILLER REDEFINES LSTTSF.
               03  LSTTSA            PIC X.
           02  LSTTSI                PIC X(16).
           02  SELLBLL               PIC S9(4) COMP.
           02  SELLBLF               PIC X.
           02  FILLER REDEFINES SELLBLF.
               03  SELLBLA           PIC X.
           02  SELLBLI               PIC X(16).
           02  SELVALL               PIC S9(4) COMP.
           02  SELVALF               PIC X.
           02  FILLER REDEFINES SELVALF.
               03  SELVALA           PIC X.
           02  SELVALI               PIC X(10).
           02  PAGENOL               PIC S9(4) COMP.
           02  PAGENOF               PIC X.
           02  FILLER REDEFINES PAGENOF.
               03  PAGENOA           PIC X.
           02  PAGENOI               PIC X(3).
           02  COLHDL                PIC S9(4) COMP.
           02  COLHDF                PIC X.
           02  FILLER REDEFINES COLHDF.
               03  COLHDA            PIC X.
           02  COLHDI                PIC X(78).
           02  LIN01L                PIC S9(4) COMP.
           02  LIN01F                PIC X.
           02  FILLER REDEFINES LIN01F.
               03  LIN01A            PIC X.
           02  LIN01I                PIC X(78).
           02  LIN02L                PIC S9(4) COMP.
           02  LIN02F                PIC X.
           02  FILLER REDEFINES LIN02F.
               03  LIN02A            PIC X.
           02  LIN02I                PIC X(78).
           02  LIN03L                PIC S9(4) COMP.
           02  LIN03F                PIC X.
           02  FILLER REDEFINES LIN03F.
               03  LIN03A            PIC X.
           02  LIN03I                PIC X(78).
           02  LIN04L                PIC S9(4) COMP.
           02  LIN04F                PIC X.
           02  FILLER REDEFINES LIN04F.
               03  LIN04A            PIC X.
           02  LIN04I                PIC X(78).
           02  LIN05L                PIC S9(4) COMP.
           02  LIN05F                PIC X.
           02  FILLER REDEFINES LIN05F.
               03  LIN05A            PIC X.
           02  LIN05I                PIC X(78).
           02  LIN06L                PIC S9(4) COMP.
           02  LIN06F                PIC X.
           02  FILLER REDEFINES LIN06F.
               03  LIN06A            PIC X.
           02  LIN06I                PIC X(78).
           02  LIN07L                PIC S9(4) COMP.
           02  LIN07F                PIC X.
           02  FILLER REDEFINES LIN07F.
               03  LIN07A            PIC X.
           02  LIN07I                PIC X(78).
           02  LIN08L                PIC S9(4) COMP.
           02  LIN08F                PIC X.
           02  FILLER REDEFINES LIN08F.
               03  LIN08A            PIC X.
           02  LIN08I                PIC X(78).
           02  LIN09L                PIC S9(4) COMP.
           02  LIN09F                PIC X.
           02  FILLER REDEFINES LIN09F.
               03  LIN09A            PIC X.
           02  LIN09I                PIC X(78).
           02  LIN10L                PIC S9(4) COMP.
           02  LIN10F                PIC X.
           02  FILLER REDEFINES LIN10F.
               03  LIN10A            PIC X.
           02  LIN10I                PIC X(78).
           02  LIN11L                PIC S9(4) COMP.
           02  LIN11F                PIC X.
           02  FILLER REDEFINES LIN11F.
               03  LIN11A            PIC X.
           02  LIN11I                PIC X(78).
           02  LIN12L                PIC S9(4) COMP.
           02  LIN12F                PIC X.
           02  FILLER REDEFINES LIN12F.
               03  LIN12A            PIC X.
           02  LIN12I                PIC X(78).
           02  LIN13L                PIC S9(4) COMP.
           02  LIN13F                PIC X.
           02  FILLER REDEFINES LIN13F.
               03  LIN13A            PIC X.
           02  LIN13I                PIC X(78).
           02  LIN14L                PIC S9(4) COMP.
           02  LIN14F                PIC X.
           02  FILLER REDEFINES LIN14F.
               03  LIN14A            PIC X.
           02  LIN14I                PIC X(78).
           02  LSTMSGL               PIC S9(4) COMP.
           02  LSTMSGF               PIC X.
           02  FILLER REDEFINES LSTMSGF.
               03  LSTMSGA           PIC X.
           02  LSTMSGI               PIC X(78).
           02  LSTPFKL               PIC S9(4) COMP.
           02  LSTPFKF               PIC X.
           02  FILLER REDEFINES LSTPFKF.
               03  LSTPFKA           PIC X.
           02  LSTPFKI               PIC X(78).
       01  CNTIM2O REDEFINES CNTIM2I.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  TITLEO                PIC X(40).
           02  FILLER                PIC X(3).
           02  LSTTSO                PIC X(16).
           02  FILLER                PIC X(3).
           02  SELLBLO               PIC X(16).
           02  FILLER                PIC X(3).
           02  SELVALO               PIC X(10).
           02  FILLER                PIC X(3).
           02  PAGENOO               PIC X(3).
           02  FILLER                PIC X(3).
           02  COLHDO                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN01O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN02O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN03O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN04O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN05O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN06O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN07O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN08O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN09O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN10O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN11O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN12O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN13O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LIN14O                PIC X(78).
           02  FILLER                PIC X(3).
           02  LSTMSGO               PIC X(78).
           02  FILLER                PIC X(3).
           02  LSTPFKO               PIC X(78).
