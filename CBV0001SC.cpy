000000*                     （S01-DEC-VALUE）を追加（下流の金額
000000*                     集計がチェック合格値そのものを使用
000000*                     できるようにする）
000000*        2026/10/15 : 地域別休日カレンダ対応（営業日判定に
000000*                     使用するカレンダの地域（S01-CAL-REGION、
000000*                     バッチヘッダの発生元システム）を追加）
000000*        2026/10/15 : 呼出し元照会モード（S01-LOOKUP-MODE）と
000000*                     照会結果項目を追加（CICS配下ではマスタ・
000000*                     休日カレンダを呼出し元がCICSコマンドで
000000*                     照会し、その結果で判定する）
000000*/-------------------------------------------------------------/*
000000 01 S01-PARM-AREA.
000000*      ----- 入力項目 -----
000000    03 S01-XREF-FLG              PIC X(01).
000000       88 S01-XREF-WANTED                   VALUE 'Y'.
000000    03 S01-XREF-DATE             PIC X(08).
000000    03 S01-CAL-REGION            PIC X(08).
000000*      ----- 出力項目 -----
000000    03 S01-RESULT-CODE           PIC 9(02).
000000       88 S01-SUCCESS                       VALUE 0.
000000    03 S01-DEC-VALUE             PIC S9(5)V99.
000000    03 S01-MSTFILE-FLG           PIC X(01).
000000       88 S01-MSTFILE-AVAIL                 VALUE 'Y'.
000000*      ----- 照会結果（呼出し元照会モード時の入力項目） -----
000000    03 S01-LOOKUP-MODE           PIC X(01).
000000       88 S01-LOOKUP-BY-CALLER              VALUE 'C'.
000000    03 S01-LK-MST-FLG            PIC X(01).
000000       88 S01-LK-MST-FOUND                  VALUE 'Y'.
000000       88 S01-LK-MST-NOTFOUND               VALUE 'N'.
000000    03 S01-LK-MST-RECORD         PIC X(56).
000000    03 S01-LK-CAL-FLG            PIC X(01).
000000       88 S01-LK-CAL-AVAIL                  VALUE 'Y'.
000000    03 S01-LK-REG-CAL-FLG        PIC X(01).
000000       88 S01-LK-REG-CAL-FOUND              VALUE 'Y'.
000000    03 S01-LK-REG-HOL-FLG        PIC X(01).
000000       88 S01-LK-REG-HOLIDAY                VALUE 'Y'.
000000    03 S01-LK-COM-HOL-FLG        PIC X(01).
000000       88 S01-LK-COM-HOLIDAY                VALUE 'Y'.
