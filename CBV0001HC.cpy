000000*/-------------------------------------------------------------/*
000000*    COPYBOOK       :            CBV0001HC
000000*    OVERVIEW       :            コード別金額履歴（AMTHIST）
000000*                                レコードレイアウト
000000*                                （コードキーの索引編成。
000000*                                CBV0001R04が実行ごとの採用
000000*                                件数・金額合計・最大金額
000000*                                （絶対値）を先頭へ積み、最大
000000*                                30実行分を保持する。CBV0001V01
000000*                                が金額の異常値判定に使用）
000000*    CREATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*/-------------------------------------------------------------/*
000000     03 AH-CODE                  PIC X(09).
000000     03 AH-LAST-RUN-ID           PIC X(14).
000000     03 AH-DAYS                  PIC 9(03).
000000     03 AH-DAY OCCURS 30.
000000        05 AH-D-DATE             PIC X(08).
000000        05 AH-D-COUNT            PIC 9(07).
000000        05 AH-D-TOTAL            PIC S9(11)V99.
000000        05 AH-D-HIGH             PIC S9(05)V99.
