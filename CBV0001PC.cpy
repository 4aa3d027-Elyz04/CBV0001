000000*/-------------------------------------------------------------/*
000000*    COPYBOOK       :            CBV0001PC
000000*    OVERVIEW       :            CBV0001S02 再実行スキップ判定
000000*                                サブプログラム連絡領域
000000*    CREATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*/-------------------------------------------------------------/*
000000 01 S02-PARM-AREA.
000000*      ----- 入力項目 -----
000000    03 S02-RUN-ID                PIC X(14).
000000    03 S02-PGM-ID                PIC X(10).
000000*      ----- 出力項目 -----
000000    03 S02-SKIP-FLG              PIC X(01).
000000       88 S02-SKIP                          VALUE 'Y'.
000000    03 S02-RETCODE               PIC 9(02).
000000    03 S02-END-TS                PIC X(14).
000000    03 S02-ATTEMPT               PIC 9(03).
