000000*/-------------------------------------------------------------/*
000000*    COPYBOOK       :            CBV0001LC
000000*    OVERVIEW       :            CBV0001S03 明細レイアウト展開
000000*                                サブプログラム連絡領域
000000*                                （発生元システム別レイアウト
000000*                                定義（LAYFILE）に従い明細を
000000*                                項目分割し、標準レイアウト
000000*                                （コード(9)・金額(12)・取引
000000*                                日付(8)・摘要(40)）へ編集）
000000*    CREATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*/-------------------------------------------------------------/*
000000 01 S03-PARM-AREA.
000000*      ----- 入力項目 -----
000000    03 S03-ORIG-SYS              PIC X(08).
000000    03 S03-RAW-DATA              PIC X(200).
000000    03 S03-DFT-MODE              PIC X(01).
000000    03 S03-DFT-MIN               PIC 9(02).
000000    03 S03-DFT-MAX               PIC 9(02).
000000*      ----- 出力項目 -----
000000    03 S03-LAYOUT.
000000       05 S03-LAYOUT-SRC         PIC X(01).
000000          88 S03-LAY-SYSTEM                 VALUE 'S'.
000000          88 S03-LAY-BUILTIN                VALUE 'B'.
000000       05 S03-LAYOUT-FLG         PIC X(01).
000000          88 S03-LAYOUT-VALID               VALUE 'Y'.
000000       05 S03-LAYOUT-MSG         PIC X(40).
000000       05 S03-FLD-CNT            PIC 9(02).
000000       05 S03-CODE-IX            PIC 9(02).
000000       05 S03-AMT-IX             PIC 9(02).
000000       05 S03-DATE-IX            PIC 9(02).
000000       05 S03-DESC-IX            PIC 9(02).
000000       05 S03-FLD-DEF OCCURS 10.
000000          07 S03-FLD-NAME        PIC X(10).
000000          07 S03-FLD-ROLE        PIC X(01).
000000             88 S03-ROLE-CODE               VALUE 'C'.
000000             88 S03-ROLE-AMT                VALUE 'A'.
000000             88 S03-ROLE-DATE               VALUE 'T'.
000000             88 S03-ROLE-DESC               VALUE 'D'.
000000          07 S03-FLD-OFFSET      PIC 9(03).
000000          07 S03-FLD-LENGTH      PIC 9(03).
000000          07 S03-FLD-MODE        PIC X(01).
000000          07 S03-FLD-MIN         PIC 9(02).
000000          07 S03-FLD-MAX         PIC 9(02).
000000          07 S03-FLD-XREF        PIC X(01).
000000          07 S03-FLD-REQ         PIC X(01).
000000             88 S03-FLD-REQUIRED            VALUE 'Y'.
000000    03 S03-STD-DATA              PIC X(200).
000000    03 S03-FLD-VALUES.
000000       05 S03-FLD-VALUE OCCURS 10
000000                                 PIC X(40).
