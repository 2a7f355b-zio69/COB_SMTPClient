      *****************************************************************
      *  Symbolic map of the SMTPOMS mapset (bms/SMTPOMS) for the SMQC*
      *  mail queue console, COBSMTPO. The two map layouts are as the *
      *  mapset assembly generates them; the two REDEFINES after them *
      *  lay the repeated list and address lines out as tables so the *
      *  program can subscript them. Reassemble the mapset and review *
      *  this member together whenever a field moves.                 *
      *****************************************************************
       01  SMTPOLI.
           02  FILLER PIC X(12).
           02  LDATEL    COMP  PIC  S9(4).
           02  LDATEF    PICTURE X.
           02  FILLER REDEFINES LDATEF.
             03 LDATEA    PICTURE X.
           02  LDATEI  PIC X(19).
           02  LMAILL    COMP  PIC  S9(4).
           02  LMAILF    PICTURE X.
           02  FILLER REDEFINES LMAILF.
             03 LMAILA    PICTURE X.
           02  LMAILI  PIC X(8).
           02  LSTATL    COMP  PIC  S9(4).
           02  LSTATF    PICTURE X.
           02  FILLER REDEFINES LSTATF.
             03 LSTATA    PICTURE X.
           02  LSTATI  PIC X(1).
           02  LSRCEL    COMP  PIC  S9(4).
           02  LSRCEF    PICTURE X.
           02  FILLER REDEFINES LSRCEF.
             03 LSRCEA    PICTURE X.
           02  LSRCEI  PIC X(1).
           02  LPAGEL    COMP  PIC  S9(4).
           02  LPAGEF    PICTURE X.
           02  FILLER REDEFINES LPAGEF.
             03 LPAGEA    PICTURE X.
           02  LPAGEI  PIC X(3).
           02  SEL01L    COMP  PIC  S9(4).
           02  SEL01F    PICTURE X.
           02  FILLER REDEFINES SEL01F.
             03 SEL01A    PICTURE X.
           02  SEL01I  PIC X(1).
           02  LIN01L    COMP  PIC  S9(4).
           02  LIN01F    PICTURE X.
           02  FILLER REDEFINES LIN01F.
             03 LIN01A    PICTURE X.
           02  LIN01I  PIC X(77).
           02  SEL02L    COMP  PIC  S9(4).
           02  SEL02F    PICTURE X.
           02  FILLER REDEFINES SEL02F.
             03 SEL02A    PICTURE X.
           02  SEL02I  PIC X(1).
           02  LIN02L    COMP  PIC  S9(4).
           02  LIN02F    PICTURE X.
           02  FILLER REDEFINES LIN02F.
             03 LIN02A    PICTURE X.
           02  LIN02I  PIC X(77).
           02  SEL03L    COMP  PIC  S9(4).
           02  SEL03F    PICTURE X.
           02  FILLER REDEFINES SEL03F.
             03 SEL03A    PICTURE X.
           02  SEL03I  PIC X(1).
           02  LIN03L    COMP  PIC  S9(4).
           02  LIN03F    PICTURE X.
           02  FILLER REDEFINES LIN03F.
             03 LIN03A    PICTURE X.
           02  LIN03I  PIC X(77).
           02  SEL04L    COMP  PIC  S9(4).
           02  SEL04F    PICTURE X.
           02  FILLER REDEFINES SEL04F.
             03 SEL04A    PICTURE X.
           02  SEL04I  PIC X(1).
           02  LIN04L    COMP  PIC  S9(4).
           02  LIN04F    PICTURE X.
           02  FILLER REDEFINES LIN04F.
             03 LIN04A    PICTURE X.
           02  LIN04I  PIC X(77).
           02  SEL05L    COMP  PIC  S9(4).
           02  SEL05F    PICTURE X.
           02  FILLER REDEFINES SEL05F.
             03 SEL05A    PICTURE X.
           02  SEL05I  PIC X(1).
           02  LIN05L    COMP  PIC  S9(4).
           02  LIN05F    PICTURE X.
           02  FILLER REDEFINES LIN05F.
             03 LIN05A    PICTURE X.
           02  LIN05I  PIC X(77).
           02  SEL06L    COMP  PIC  S9(4).
           02  SEL06F    PICTURE X.
           02  FILLER REDEFINES SEL06F.
             03 SEL06A    PICTURE X.
           02  SEL06I  PIC X(1).
           02  LIN06L    COMP  PIC  S9(4).
           02  LIN06F    PICTURE X.
           02  FILLER REDEFINES LIN06F.
             03 LIN06A    PICTURE X.
           02  LIN06I  PIC X(77).
           02  SEL07L    COMP  PIC  S9(4).
           02  SEL07F    PICTURE X.
           02  FILLER REDEFINES SEL07F.
             03 SEL07A    PICTURE X.
           02  SEL07I  PIC X(1).
           02  LIN07L    COMP  PIC  S9(4).
           02  LIN07F    PICTURE X.
           02  FILLER REDEFINES LIN07F.
             03 LIN07A    PICTURE X.
           02  LIN07I  PIC X(77).
           02  SEL08L    COMP  PIC  S9(4).
           02  SEL08F    PICTURE X.
           02  FILLER REDEFINES SEL08F.
             03 SEL08A    PICTURE X.
           02  SEL08I  PIC X(1).
           02  LIN08L    COMP  PIC  S9(4).
           02  LIN08F    PICTURE X.
           02  FILLER REDEFINES LIN08F.
             03 LIN08A    PICTURE X.
           02  LIN08I  PIC X(77).
           02  SEL09L    COMP  PIC  S9(4).
           02  SEL09F    PICTURE X.
           02  FILLER REDEFINES SEL09F.
             03 SEL09A    PICTURE X.
           02  SEL09I  PIC X(1).
           02  LIN09L    COMP  PIC  S9(4).
           02  LIN09F    PICTURE X.
           02  FILLER REDEFINES LIN09F.
             03 LIN09A    PICTURE X.
           02  LIN09I  PIC X(77).
           02  SEL10L    COMP  PIC  S9(4).
           02  SEL10F    PICTURE X.
           02  FILLER REDEFINES SEL10F.
             03 SEL10A    PICTURE X.
           02  SEL10I  PIC X(1).
           02  LIN10L    COMP  PIC  S9(4).
           02  LIN10F    PICTURE X.
           02  FILLER REDEFINES LIN10F.
             03 LIN10A    PICTURE X.
           02  LIN10I  PIC X(77).
           02  SEL11L    COMP  PIC  S9(4).
           02  SEL11F    PICTURE X.
           02  FILLER REDEFINES SEL11F.
             03 SEL11A    PICTURE X.
           02  SEL11I  PIC X(1).
           02  LIN11L    COMP  PIC  S9(4).
           02  LIN11F    PICTURE X.
           02  FILLER REDEFINES LIN11F.
             03 LIN11A    PICTURE X.
           02  LIN11I  PIC X(77).
           02  SEL12L    COMP  PIC  S9(4).
           02  SEL12F    PICTURE X.
           02  FILLER REDEFINES SEL12F.
             03 SEL12A    PICTURE X.
           02  SEL12I  PIC X(1).
           02  LIN12L    COMP  PIC  S9(4).
           02  LIN12F    PICTURE X.
           02  FILLER REDEFINES LIN12F.
             03 LIN12A    PICTURE X.
           02  LIN12I  PIC X(77).
           02  SEL13L    COMP  PIC  S9(4).
           02  SEL13F    PICTURE X.
           02  FILLER REDEFINES SEL13F.
             03 SEL13A    PICTURE X.
           02  SEL13I  PIC X(1).
           02  LIN13L    COMP  PIC  S9(4).
           02  LIN13F    PICTURE X.
           02  FILLER REDEFINES LIN13F.
             03 LIN13A    PICTURE X.
           02  LIN13I  PIC X(77).
           02  SEL14L    COMP  PIC  S9(4).
           02  SEL14F    PICTURE X.
           02  FILLER REDEFINES SEL14F.
             03 SEL14A    PICTURE X.
           02  SEL14I  PIC X(1).
           02  LIN14L    COMP  PIC  S9(4).
           02  LIN14F    PICTURE X.
           02  FILLER REDEFINES LIN14F.
             03 LIN14A    PICTURE X.
           02  LIN14I  PIC X(77).
           02  SEL15L    COMP  PIC  S9(4).
           02  SEL15F    PICTURE X.
           02  FILLER REDEFINES SEL15F.
             03 SEL15A    PICTURE X.
           02  SEL15I  PIC X(1).
           02  LIN15L    COMP  PIC  S9(4).
           02  LIN15F    PICTURE X.
           02  FILLER REDEFINES LIN15F.
             03 LIN15A    PICTURE X.
           02  LIN15I  PIC X(77).
           02  LMSGL    COMP  PIC  S9(4).
           02  LMSGF    PICTURE X.
           02  FILLER REDEFINES LMSGF.
             03 LMSGA    PICTURE X.
           02  LMSGI  PIC X(79).
       01  SMTPOLO REDEFINES SMTPOLI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  LDATEO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  LMAILO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LSRCEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LPAGEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SEL01O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN01O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL02O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN02O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL03O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN03O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL04O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN04O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL05O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN05O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL06O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN06O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL07O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN07O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL08O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN08O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL09O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN09O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL10O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN10O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL11O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN11O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL12O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN12O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL13O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN13O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL14O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN14O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  SEL15O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIN15O  PIC X(77).
           02  FILLER PICTURE X(3).
           02  LMSGO  PIC X(79).
       01  SMTPOLR REDEFINES SMTPOLI.
           02  FILLER PIC X(59).
           02  LSTLINE OCCURS 15.
               03  LSELL    COMP  PIC  S9(4).
               03  LSELF    PICTURE X.
               03  LSELI    PIC X(1).
               03  LLINL    COMP  PIC  S9(4).
               03  LLINF    PICTURE X.
               03  LLINI    PIC X(77).
       01  SMTPODI.
           02  FILLER PIC X(12).
           02  DDATEL    COMP  PIC  S9(4).
           02  DDATEF    PICTURE X.
           02  FILLER REDEFINES DDATEF.
             03 DDATEA    PICTURE X.
           02  DDATEI  PIC X(19).
           02  DMSGIDL    COMP  PIC  S9(4).
           02  DMSGIDF    PICTURE X.
           02  FILLER REDEFINES DMSGIDF.
             03 DMSGIDA    PICTURE X.
           02  DMSGIDI  PIC X(16).
           02  DSTATL    COMP  PIC  S9(4).
           02  DSTATF    PICTURE X.
           02  FILLER REDEFINES DSTATF.
             03 DSTATA    PICTURE X.
           02  DSTATI  PIC X(1).
           02  DMAILL    COMP  PIC  S9(4).
           02  DMAILF    PICTURE X.
           02  FILLER REDEFINES DMAILF.
             03 DMAILA    PICTURE X.
           02  DMAILI  PIC X(8).
           02  DPROFL    COMP  PIC  S9(4).
           02  DPROFF    PICTURE X.
           02  FILLER REDEFINES DPROFF.
             03 DPROFA    PICTURE X.
           02  DPROFI  PIC X(8).
           02  DPRTYL    COMP  PIC  S9(4).
           02  DPRTYF    PICTURE X.
           02  FILLER REDEFINES DPRTYF.
             03 DPRTYA    PICTURE X.
           02  DPRTYI  PIC X(1).
           02  DATTSL    COMP  PIC  S9(4).
           02  DATTSF    PICTURE X.
           02  FILLER REDEFINES DATTSF.
             03 DATTSA    PICTURE X.
           02  DATTSI  PIC X(2).
           02  DRCL    COMP  PIC  S9(4).
           02  DRCF    PICTURE X.
           02  FILLER REDEFINES DRCF.
             03 DRCA    PICTURE X.
           02  DRCI  PIC X(2).
           02  DATTCL    COMP  PIC  S9(4).
           02  DATTCF    PICTURE X.
           02  FILLER REDEFINES DATTCF.
             03 DATTCA    PICTURE X.
           02  DATTCI  PIC X(2).
           02  DQUEDL    COMP  PIC  S9(4).
           02  DQUEDF    PICTURE X.
           02  FILLER REDEFINES DQUEDF.
             03 DQUEDA    PICTURE X.
           02  DQUEDI  PIC X(19).
           02  DSENTL    COMP  PIC  S9(4).
           02  DSENTF    PICTURE X.
           02  FILLER REDEFINES DSENTF.
             03 DSENTA    PICTURE X.
           02  DSENTI  PIC X(19).
           02  DNEXTL    COMP  PIC  S9(4).
           02  DNEXTF    PICTURE X.
           02  FILLER REDEFINES DNEXTF.
             03 DNEXTA    PICTURE X.
           02  DNEXTI  PIC X(19).
           02  DERLYL    COMP  PIC  S9(4).
           02  DERLYF    PICTURE X.
           02  FILLER REDEFINES DERLYF.
             03 DERLYA    PICTURE X.
           02  DERLYI  PIC X(19).
           02  DFROML    COMP  PIC  S9(4).
           02  DFROMF    PICTURE X.
           02  FILLER REDEFINES DFROMF.
             03 DFROMA    PICTURE X.
           02  DFROMI  PIC X(60).
           02  DSUBJL    COMP  PIC  S9(4).
           02  DSUBJF    PICTURE X.
           02  FILLER REDEFINES DSUBJF.
             03 DSUBJA    PICTURE X.
           02  DSUBJI  PIC X(70).
           02  DSLOTL    COMP  PIC  S9(4).
           02  DSLOTF    PICTURE X.
           02  FILLER REDEFINES DSLOTF.
             03 DSLOTA    PICTURE X.
           02  DSLOTI  PIC X(12).
           02  DLN01L    COMP  PIC  S9(4).
           02  DLN01F    PICTURE X.
           02  FILLER REDEFINES DLN01F.
             03 DLN01A    PICTURE X.
           02  DLN01I  PIC X(79).
           02  DLN02L    COMP  PIC  S9(4).
           02  DLN02F    PICTURE X.
           02  FILLER REDEFINES DLN02F.
             03 DLN02A    PICTURE X.
           02  DLN02I  PIC X(79).
           02  DLN03L    COMP  PIC  S9(4).
           02  DLN03F    PICTURE X.
           02  FILLER REDEFINES DLN03F.
             03 DLN03A    PICTURE X.
           02  DLN03I  PIC X(79).
           02  DLN04L    COMP  PIC  S9(4).
           02  DLN04F    PICTURE X.
           02  FILLER REDEFINES DLN04F.
             03 DLN04A    PICTURE X.
           02  DLN04I  PIC X(79).
           02  DLN05L    COMP  PIC  S9(4).
           02  DLN05F    PICTURE X.
           02  FILLER REDEFINES DLN05F.
             03 DLN05A    PICTURE X.
           02  DLN05I  PIC X(79).
           02  DLN06L    COMP  PIC  S9(4).
           02  DLN06F    PICTURE X.
           02  FILLER REDEFINES DLN06F.
             03 DLN06A    PICTURE X.
           02  DLN06I  PIC X(79).
           02  DLN07L    COMP  PIC  S9(4).
           02  DLN07F    PICTURE X.
           02  FILLER REDEFINES DLN07F.
             03 DLN07A    PICTURE X.
           02  DLN07I  PIC X(79).
           02  DLN08L    COMP  PIC  S9(4).
           02  DLN08F    PICTURE X.
           02  FILLER REDEFINES DLN08F.
             03 DLN08A    PICTURE X.
           02  DLN08I  PIC X(79).
           02  DLN09L    COMP  PIC  S9(4).
           02  DLN09F    PICTURE X.
           02  FILLER REDEFINES DLN09F.
             03 DLN09A    PICTURE X.
           02  DLN09I  PIC X(79).
           02  DLN10L    COMP  PIC  S9(4).
           02  DLN10F    PICTURE X.
           02  FILLER REDEFINES DLN10F.
             03 DLN10A    PICTURE X.
           02  DLN10I  PIC X(79).
           02  DMSGL    COMP  PIC  S9(4).
           02  DMSGF    PICTURE X.
           02  FILLER REDEFINES DMSGF.
             03 DMSGA    PICTURE X.
           02  DMSGI  PIC X(79).
       01  SMTPODO REDEFINES SMTPODI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DDATEO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  DMSGIDO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  DSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DMAILO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DPROFO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DPRTYO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DATTSO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DRCO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DATTCO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DQUEDO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  DSENTO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  DNEXTO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  DERLYO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  DFROMO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  DSUBJO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DSLOTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DLN01O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DLN02O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DLN03O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DLN04O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DLN05O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DLN06O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DLN07O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DLN08O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DLN09O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DLN10O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  DMSGO  PIC X(79).
       01  SMTPODR REDEFINES SMTPODI.
           02  FILLER PIC X(337).
           02  DETLINE OCCURS 10.
               03  DLNL     COMP  PIC  S9(4).
               03  DLNF     PICTURE X.
               03  DLNI     PIC X(79).
