000000*/-------------------------------------------------------------/*
000000*    COPYBOOK       :            CBV0001JC
000000*    OVERVIEW       :            マスタ変更履歴ジャーナル
000000*                                （MSTJRNL）レコードレイアウト
000000*                                （CBV0001M01が反映したトラン
000000*                                ごとに変更前・変更後のマスタ
000000*                                イメージを1レコード追記する。
000000*                                追加時の変更前・削除時の変更後
000000*                                は空白、'B'は初回起動時の
000000*                                マスタ全件の基点イメージ）
000000*    CREATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*/-------------------------------------------------------------/*
000000     03 JRN-RUN-ID               PIC X(14).
000000     03 JRN-TIMESTAMP            PIC X(21).
000000     03 JRN-ACTION               PIC X(01).
000000        88 JRN-BASELINE                     VALUE 'B'.
000000        88 JRN-ADD                          VALUE 'A'.
000000        88 JRN-CHANGE                       VALUE 'C'.
000000        88 JRN-DELETE                       VALUE 'D'.
000000        88 JRN-SUSPEND                      VALUE 'S'.
000000        88 JRN-REACTIVATE                   VALUE 'R'.
000000     03 JRN-BEFORE-IMAGE.
000000        05 JRN-BEF-CODE          PIC 9(09).
000000        05 JRN-BEF-DESC          PIC X(30).
000000        05 JRN-BEF-EFF-FROM      PIC X(08).
000000        05 JRN-BEF-EFF-TO        PIC X(08).
000000        05 JRN-BEF-STATUS        PIC X(01).
000000           88 JRN-BEF-NONE                  VALUE SPACE.
000000     03 JRN-AFTER-IMAGE.
000000        05 JRN-AFT-CODE          PIC 9(09).
000000        05 JRN-AFT-DESC          PIC X(30).
000000        05 JRN-AFT-EFF-FROM      PIC X(08).
000000        05 JRN-AFT-EFF-TO        PIC X(08).
000000        05 JRN-AFT-STATUS        PIC X(01).
000000           88 JRN-AFT-NONE                  VALUE SPACE.
