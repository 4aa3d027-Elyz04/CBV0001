000000*/-------------------------------------------------------------/*
000000*    COPYBOOK       :            CBV01WM
000000*    OVERVIEW       :            サスペンス作業キュー画面シンボ
000000*                                リックマップ（マップセット
000000*                                CBV01WMのアセンブルで生成、
000000*                                CBV01WL＝一覧、CBV01WD＝明細）
000000*    CREATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*/-------------------------------------------------------------/*
000000 01  CBV01WLI.
000000     02  FILLER PIC X(12).
000000     02  LDATEL    COMP  PIC  S9(4).
000000     02  LDATEF    PICTURE X.
000000     02  FILLER REDEFINES LDATEF.
000000       03 LDATEA    PICTURE X.
000000     02  LDATEI  PIC X(10).
000000     02  LOPERL    COMP  PIC  S9(4).
000000     02  LOPERF    PICTURE X.
000000     02  FILLER REDEFINES LOPERF.
000000       03 LOPERA    PICTURE X.
000000     02  LOPERI  PIC X(8).
000000     02  LVIEWL    COMP  PIC  S9(4).
000000     02  LVIEWF    PICTURE X.
000000     02  FILLER REDEFINES LVIEWF.
000000       03 LVIEWA    PICTURE X.
000000     02  LVIEWI  PIC X(1).
000000     02  LFSYSL    COMP  PIC  S9(4).
000000     02  LFSYSF    PICTURE X.
000000     02  FILLER REDEFINES LFSYSF.
000000       03 LFSYSA    PICTURE X.
000000     02  LFSYSI  PIC X(8).
000000     02  LFRCL    COMP  PIC  S9(4).
000000     02  LFRCF    PICTURE X.
000000     02  FILLER REDEFINES LFRCF.
000000       03 LFRCA    PICTURE X.
000000     02  LFRCI  PIC X(2).
000000     02  DFHMS1 OCCURS 12 TIMES.
000000       03  LROWL    COMP  PIC  S9(4).
000000       03  LROWF    PICTURE X.
000000       03  LROWI  PIC X(79).
000000     02  LITEMSL    COMP  PIC  S9(4).
000000     02  LITEMSF    PICTURE X.
000000     02  FILLER REDEFINES LITEMSF.
000000       03 LITEMSA    PICTURE X.
000000     02  LITEMSI  PIC X(3).
000000     02  LPAGEL    COMP  PIC  S9(4).
000000     02  LPAGEF    PICTURE X.
000000     02  FILLER REDEFINES LPAGEF.
000000       03 LPAGEA    PICTURE X.
000000     02  LPAGEI  PIC X(3).
000000     02  LPAGESL    COMP  PIC  S9(4).
000000     02  LPAGESF    PICTURE X.
000000     02  FILLER REDEFINES LPAGESF.
000000       03 LPAGESA    PICTURE X.
000000     02  LPAGESI  PIC X(3).
000000     02  LCMDL    COMP  PIC  S9(4).
000000     02  LCMDF    PICTURE X.
000000     02  FILLER REDEFINES LCMDF.
000000       03 LCMDA    PICTURE X.
000000     02  LCMDI  PIC X(1).
000000     02  LSELNL    COMP  PIC  S9(4).
000000     02  LSELNF    PICTURE X.
000000     02  FILLER REDEFINES LSELNF.
000000       03 LSELNA    PICTURE X.
000000     02  LSELNI  PIC X(3).
000000     02  LMSGL    COMP  PIC  S9(4).
000000     02  LMSGF    PICTURE X.
000000     02  FILLER REDEFINES LMSGF.
000000       03 LMSGA    PICTURE X.
000000     02  LMSGI  PIC X(78).
000000 01  CBV01WLO REDEFINES CBV01WLI.
000000     02  FILLER PIC X(12).
000000     02  FILLER PICTURE X(3).
000000     02  LDATEO  PIC X(10).
000000     02  FILLER PICTURE X(3).
000000     02  LOPERO  PIC X(8).
000000     02  FILLER PICTURE X(3).
000000     02  LVIEWO  PIC X(1).
000000     02  FILLER PICTURE X(3).
000000     02  LFSYSO  PIC X(8).
000000     02  FILLER PICTURE X(3).
000000     02  LFRCO  PIC X(2).
000000     02  DFHMS2 OCCURS 12 TIMES.
000000       03  FILLER PICTURE X(2).
000000       03  LROWA    PICTURE X.
000000       03  LROWO  PIC X(79).
000000     02  FILLER PICTURE X(3).
000000     02  LITEMSO  PIC ZZ9.
000000     02  FILLER PICTURE X(3).
000000     02  LPAGEO  PIC ZZ9.
000000     02  FILLER PICTURE X(3).
000000     02  LPAGESO  PIC ZZ9.
000000     02  FILLER PICTURE X(3).
000000     02  LCMDO  PIC X(1).
000000     02  FILLER PICTURE X(3).
000000     02  LSELNO  PIC X(3).
000000     02  FILLER PICTURE X(3).
000000     02  LMSGO  PIC X(78).
000000 01  CBV01WDI.
000000     02  FILLER PIC X(12).
000000     02  DDATEL    COMP  PIC  S9(4).
000000     02  DDATEF    PICTURE X.
000000     02  FILLER REDEFINES DDATEF.
000000       03 DDATEA    PICTURE X.
000000     02  DDATEI  PIC X(10).
000000     02  DCODEL    COMP  PIC  S9(4).
000000     02  DCODEF    PICTURE X.
000000     02  FILLER REDEFINES DCODEF.
000000       03 DCODEA    PICTURE X.
000000     02  DCODEI  PIC X(9).
000000     02  DRDATEL    COMP  PIC  S9(4).
000000     02  DRDATEF    PICTURE X.
000000     02  FILLER REDEFINES DRDATEF.
000000       03 DRDATEA    PICTURE X.
000000     02  DRDATEI  PIC X(8).
000000     02  DAGEL    COMP  PIC  S9(4).
000000     02  DAGEF    PICTURE X.
000000     02  FILLER REDEFINES DAGEF.
000000       03 DAGEA    PICTURE X.
000000     02  DAGEI  PIC X(5).
000000     02  DSYSL    COMP  PIC  S9(4).
000000     02  DSYSF    PICTURE X.
000000     02  FILLER REDEFINES DSYSF.
000000       03 DSYSA    PICTURE X.
000000     02  DSYSI  PIC X(8).
000000     02  DBATCHL    COMP  PIC  S9(4).
000000     02  DBATCHF    PICTURE X.
000000     02  FILLER REDEFINES DBATCHF.
000000       03 DBATCHA    PICTURE X.
000000     02  DBATCHI  PIC X(8).
000000     02  DRUNIDL    COMP  PIC  S9(4).
000000     02  DRUNIDF    PICTURE X.
000000     02  FILLER REDEFINES DRUNIDF.
000000       03 DRUNIDA    PICTURE X.
000000     02  DRUNIDI  PIC X(14).
000000     02  DPGMIDL    COMP  PIC  S9(4).
000000     02  DPGMIDF    PICTURE X.
000000     02  FILLER REDEFINES DPGMIDF.
000000       03 DPGMIDA    PICTURE X.
000000     02  DPGMIDI  PIC X(10).
000000     02  DCDRCL    COMP  PIC  S9(4).
000000     02  DCDRCF    PICTURE X.
000000     02  FILLER REDEFINES DCDRCF.
000000       03 DCDRCA    PICTURE X.
000000     02  DCDRCI  PIC X(2).
000000     02  DAMRCL    COMP  PIC  S9(4).
000000     02  DAMRCF    PICTURE X.
000000     02  FILLER REDEFINES DAMRCF.
000000       03 DAMRCA    PICTURE X.
000000     02  DAMRCI  PIC X(2).
000000     02  DDTRCL    COMP  PIC  S9(4).
000000     02  DDTRCF    PICTURE X.
000000     02  FILLER REDEFINES DDTRCF.
000000       03 DDTRCA    PICTURE X.
000000     02  DDTRCI  PIC X(2).
000000     02  DRDESCL    COMP  PIC  S9(4).
000000     02  DRDESCF    PICTURE X.
000000     02  FILLER REDEFINES DRDESCF.
000000       03 DRDESCA    PICTURE X.
000000     02  DRDESCI  PIC X(30).
000000     02  DRAW1L    COMP  PIC  S9(4).
000000     02  DRAW1F    PICTURE X.
000000     02  FILLER REDEFINES DRAW1F.
000000       03 DRAW1A    PICTURE X.
000000     02  DRAW1I  PIC X(50).
000000     02  DRAW2L    COMP  PIC  S9(4).
000000     02  DRAW2F    PICTURE X.
000000     02  FILLER REDEFINES DRAW2F.
000000       03 DRAW2A    PICTURE X.
000000     02  DRAW2I  PIC X(50).
000000     02  DRAW3L    COMP  PIC  S9(4).
000000     02  DRAW3F    PICTURE X.
000000     02  FILLER REDEFINES DRAW3F.
000000       03 DRAW3A    PICTURE X.
000000     02  DRAW3I  PIC X(50).
000000     02  DRAW4L    COMP  PIC  S9(4).
000000     02  DRAW4F    PICTURE X.
000000     02  FILLER REDEFINES DRAW4F.
000000       03 DRAW4A    PICTURE X.
000000     02  DRAW4I  PIC X(50).
000000     02  DCCODEL    COMP  PIC  S9(4).
000000     02  DCCODEF    PICTURE X.
000000     02  FILLER REDEFINES DCCODEF.
000000       03 DCCODEA    PICTURE X.
000000     02  DCCODEI  PIC X(9).
000000     02  DCAMTL    COMP  PIC  S9(4).
000000     02  DCAMTF    PICTURE X.
000000     02  FILLER REDEFINES DCAMTF.
000000       03 DCAMTA    PICTURE X.
000000     02  DCAMTI  PIC X(12).
000000     02  DCTDTL    COMP  PIC  S9(4).
000000     02  DCTDTF    PICTURE X.
000000     02  FILLER REDEFINES DCTDTF.
000000       03 DCTDTA    PICTURE X.
000000     02  DCTDTI  PIC X(8).
000000     02  DCDESCL    COMP  PIC  S9(4).
000000     02  DCDESCF    PICTURE X.
000000     02  FILLER REDEFINES DCDESCF.
000000       03 DCDESCA    PICTURE X.
000000     02  DCDESCI  PIC X(32).
000000     02  DOPERL    COMP  PIC  S9(4).
000000     02  DOPERF    PICTURE X.
000000     02  FILLER REDEFINES DOPERF.
000000       03 DOPERA    PICTURE X.
000000     02  DOPERI  PIC X(8).
000000     02  DACTL    COMP  PIC  S9(4).
000000     02  DACTF    PICTURE X.
000000     02  FILLER REDEFINES DACTF.
000000       03 DACTA    PICTURE X.
000000     02  DACTI  PIC X(1).
000000     02  DNCODEL    COMP  PIC  S9(4).
000000     02  DNCODEF    PICTURE X.
000000     02  FILLER REDEFINES DNCODEF.
000000       03 DNCODEA    PICTURE X.
000000     02  DNCODEI  PIC X(9).
000000     02  DNAMTL    COMP  PIC  S9(4).
000000     02  DNAMTF    PICTURE X.
000000     02  FILLER REDEFINES DNAMTF.
000000       03 DNAMTA    PICTURE X.
000000     02  DNAMTI  PIC X(12).
000000     02  DNTDTL    COMP  PIC  S9(4).
000000     02  DNTDTF    PICTURE X.
000000     02  FILLER REDEFINES DNTDTF.
000000       03 DNTDTA    PICTURE X.
000000     02  DNTDTI  PIC X(8).
000000     02  DNDESCL    COMP  PIC  S9(4).
000000     02  DNDESCF    PICTURE X.
000000     02  FILLER REDEFINES DNDESCF.
000000       03 DNDESCA    PICTURE X.
000000     02  DNDESCI  PIC X(40).
000000     02  DKCDRCL    COMP  PIC  S9(4).
000000     02  DKCDRCF    PICTURE X.
000000     02  FILLER REDEFINES DKCDRCF.
000000       03 DKCDRCA    PICTURE X.
000000     02  DKCDRCI  PIC X(2).
000000     02  DKAMRCL    COMP  PIC  S9(4).
000000     02  DKAMRCF    PICTURE X.
000000     02  FILLER REDEFINES DKAMRCF.
000000       03 DKAMRCA    PICTURE X.
000000     02  DKAMRCI  PIC X(2).
000000     02  DKDTRCL    COMP  PIC  S9(4).
000000     02  DKDTRCF    PICTURE X.
000000     02  FILLER REDEFINES DKDTRCF.
000000       03 DKDTRCA    PICTURE X.
000000     02  DKDTRCI  PIC X(2).
000000     02  DKDESCL    COMP  PIC  S9(4).
000000     02  DKDESCF    PICTURE X.
000000     02  FILLER REDEFINES DKDESCF.
000000       03 DKDESCA    PICTURE X.
000000     02  DKDESCI  PIC X(30).
000000     02  DPENDL    COMP  PIC  S9(4).
000000     02  DPENDF    PICTURE X.
000000     02  FILLER REDEFINES DPENDF.
000000       03 DPENDA    PICTURE X.
000000     02  DPENDI  PIC X(60).
000000     02  DCMDL    COMP  PIC  S9(4).
000000     02  DCMDF    PICTURE X.
000000     02  FILLER REDEFINES DCMDF.
000000       03 DCMDA    PICTURE X.
000000     02  DCMDI  PIC X(1).
000000     02  DMSGL    COMP  PIC  S9(4).
000000     02  DMSGF    PICTURE X.
000000     02  FILLER REDEFINES DMSGF.
000000       03 DMSGA    PICTURE X.
000000     02  DMSGI  PIC X(78).
000000 01  CBV01WDO REDEFINES CBV01WDI.
000000     02  FILLER PIC X(12).
000000     02  FILLER PICTURE X(3).
000000     02  DDATEO  PIC X(10).
000000     02  FILLER PICTURE X(3).
000000     02  DCODEO  PIC X(9).
000000     02  FILLER PICTURE X(3).
000000     02  DRDATEO  PIC X(8).
000000     02  FILLER PICTURE X(3).
000000     02  DAGEO  PIC ZZZZ9.
000000     02  FILLER PICTURE X(3).
000000     02  DSYSO  PIC X(8).
000000     02  FILLER PICTURE X(3).
000000     02  DBATCHO  PIC X(8).
000000     02  FILLER PICTURE X(3).
000000     02  DRUNIDO  PIC X(14).
000000     02  FILLER PICTURE X(3).
000000     02  DPGMIDO  PIC X(10).
000000     02  FILLER PICTURE X(3).
000000     02  DCDRCO  PIC X(2).
000000     02  FILLER PICTURE X(3).
000000     02  DAMRCO  PIC X(2).
000000     02  FILLER PICTURE X(3).
000000     02  DDTRCO  PIC X(2).
000000     02  FILLER PICTURE X(3).
000000     02  DRDESCO  PIC X(30).
000000     02  FILLER PICTURE X(3).
000000     02  DRAW1O  PIC X(50).
000000     02  FILLER PICTURE X(3).
000000     02  DRAW2O  PIC X(50).
000000     02  FILLER PICTURE X(3).
000000     02  DRAW3O  PIC X(50).
000000     02  FILLER PICTURE X(3).
000000     02  DRAW4O  PIC X(50).
000000     02  FILLER PICTURE X(3).
000000     02  DCCODEO  PIC X(9).
000000     02  FILLER PICTURE X(3).
000000     02  DCAMTO  PIC X(12).
000000     02  FILLER PICTURE X(3).
000000     02  DCTDTO  PIC X(8).
000000     02  FILLER PICTURE X(3).
000000     02  DCDESCO  PIC X(32).
000000     02  FILLER PICTURE X(3).
000000     02  DOPERO  PIC X(8).
000000     02  FILLER PICTURE X(3).
000000     02  DACTO  PIC X(1).
000000     02  FILLER PICTURE X(3).
000000     02  DNCODEO  PIC X(9).
000000     02  FILLER PICTURE X(3).
000000     02  DNAMTO  PIC X(12).
000000     02  FILLER PICTURE X(3).
000000     02  DNTDTO  PIC X(8).
000000     02  FILLER PICTURE X(3).
000000     02  DNDESCO  PIC X(40).
000000     02  FILLER PICTURE X(3).
000000     02  DKCDRCO  PIC X(2).
000000     02  FILLER PICTURE X(3).
000000     02  DKAMRCO  PIC X(2).
000000     02  FILLER PICTURE X(3).
000000     02  DKDTRCO  PIC X(2).
000000     02  FILLER PICTURE X(3).
000000     02  DKDESCO  PIC X(30).
000000     02  FILLER PICTURE X(3).
000000     02  DPENDO  PIC X(60).
000000     02  FILLER PICTURE X(3).
000000     02  DCMDO  PIC X(1).
000000     02  FILLER PICTURE X(3).
000000     02  DMSGO  PIC X(78).
