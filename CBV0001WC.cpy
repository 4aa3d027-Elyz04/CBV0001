000000*/-------------------------------------------------------------/*
000000*    COPYBOOK       :            CBV0001WC
000000*    OVERVIEW       :            オンライン訂正キュー
000000*                                （ONLCORR）レコードレイアウト
000000*                                （CBV0001W01の画面で入力・
000000*                                チェック済みの訂正アクション。
000000*                                キーはサスペンスマスタと同一の
000000*                                コード・発生日で1件1アクション、
000000*                                CBV0001C01が訂正トランと同様に
000000*                                反映して削除する）
000000*    CREATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*/-------------------------------------------------------------/*
000000     03 OQ-KEY.
000000        05 OQ-REJ-CODE           PIC X(09).
000000        05 OQ-REJ-DATE           PIC X(08).
000000     03 OQ-NEW-DATA              PIC X(200).
000000     03 OQ-ACTION                PIC X(01).
000000        88 OQ-RESUBMIT                      VALUE 'R'.
000000        88 OQ-CANCEL                        VALUE 'C'.
000000        88 OQ-WRITEOFF                      VALUE 'W'.
000000     03 OQ-CODE-RC               PIC 9(02).
000000     03 OQ-AMT-RC                PIC 9(02).
000000     03 OQ-DATE-RC               PIC 9(02).
000000     03 OQ-OPER-ID               PIC X(08).
000000     03 OQ-ENTRY-TS              PIC X(14).
