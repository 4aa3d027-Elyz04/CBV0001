000000*                                MSTFILE （有効コードマスタ）
000000*    OUTPUT         :            MSTFILE （有効コードマスタ）
000000*                                MNTRPT  （保守結果レポート）
000000*                                MSTJRNL （マスタ変更履歴
000000*                                          ジャーナル）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/08/23
000000*    UPDATE DATE    :            2026/08/23
000000*                     トランのレイアウト拡張、追加・変更トラン
000000*                     での有効期間受付、一時停止（'S'）・
000000*                     再開（'R'）アクションを新設）
000000*        2026/10/15 : マスタ変更履歴ジャーナル（MSTJRNL）出力
000000*                     を追加（反映したトランごとに実行ID・
000000*                     アクション・変更前後のマスタイメージを
000000*                     記録、ジャーナル未作成時はマスタ全件の
000000*                     基点イメージを先に記録）
000000*        2026/10/15 : 同一実行IDでの再実行対応（前回試行で
000000*                     正常終了済みの場合はCBV0001S02の判定
000000*                     によりSKIPを記録して前回の終了コード
000000*                     で終了）
000000*        2026/10/15 : 開始記録をファイルオープン前に出力し、
000000*                     オープン失敗時もRC8の終了記録を出力
000000*                     （オープン失敗ステップを再実行で再開
000000*                     可能にする）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     SELECT REPORT-FILE          ASSIGN TO "MNTRPT"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REPORT-STATUS.
000000     SELECT OPTIONAL JOURNAL-FILE    ASSIGN TO "MSTJRNL"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-MSTJRNL-STATUS.
000000     SELECT OPTIONAL RUNCTL-FILE     ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RUNCTL-STATUS.
000000 FD  REPORT-FILE.
000000 01  REPORT-RECORD               PIC X(132).
000000*/-------------------------------------------------------------/*
000000*  マスタ変更履歴ジャーナルファイル（反映トランごとの変更前・
000000*  変更後マスタイメージ、時点指定のマスタ復元に使用）
000000*/-------------------------------------------------------------/*
000000 FD  JOURNAL-FILE.
000000 01  JOURNAL-RECORD.
000000 COPY CBV0001JC.
000000*/-------------------------------------------------------------/*
000000*  実行管理ファイル（CBV0001I01が採番した実行ID）
000000*/-------------------------------------------------------------/*
000000 FD  RUNCTL-FILE.
000000    03 WS-TRAN-STATUS            PIC X(08).
000000    03 WS-RUN-ID                 PIC X(14) VALUE SPACES.
000000    03 WS-RS-EVENT               PIC X(05).
000000    03 WS-JRN-SEED-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-JRN-SEED                      VALUE 'Y'.
000000    03 WS-BEFORE-IMAGE           PIC X(56).
000000    03 WS-AFTER-IMAGE            PIC X(56).
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000    03 WS-REPORT-STATUS          PIC X(02).
000000    03 WS-RUNCTL-STATUS          PIC X(02).
000000    03 WS-RUNSTAT-STATUS         PIC X(02).
000000    03 WS-MSTJRNL-STATUS         PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  制御合計カウンタ
000000*/-------------------------------------------------------------/*
000000    03 WS-TOT-SUSPENDED          PIC 9(07) VALUE 0.
000000    03 WS-TOT-REACTIVATED        PIC 9(07) VALUE 0.
000000    03 WS-TOT-REJECTED           PIC 9(07) VALUE 0.
000000    03 WS-TOT-JOURNALED          PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  レポート編集行
000000*/-------------------------------------------------------------/*
000000 01 CST-VARIABLES.
000000    03 CST-TIMESTAMP             PIC X(21).
000000*/-------------------------------------------------------------/*
000000*  CBV0001S02（再実行スキップ判定サブプログラム）連絡領域
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001PC.
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     PERFORM CBV0001-READ-RUNCTL.
000000     PERFORM CBV0001-CHECK-RERUN.
000000     MOVE 'START'                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     PERFORM CBV0001-OPEN-FILES.
000000     PERFORM CBV0001-PRINT-HEADER.
000000     PERFORM CBV0001-COUNT-MASTER.
000000     MOVE WS-TOT-BEFORE          TO WS-TOT-AFTER.
000000         DISPLAY 'CBV0001M01: TRAN FILE OPEN FAILED - STATUS='
000000                 WS-TRANFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN I-O MASTER-FILE.
000000         DISPLAY 'CBV0001M01: MASTER FILE OPEN FAILED - STATUS='
000000                 WS-MSTFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000         DISPLAY 'CBV0001M01: REPORT FILE OPEN FAILED - STATUS='
000000                 WS-REPORT-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     PERFORM CBV0001-OPEN-JOURNAL.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-OPEN-JOURNAL
000000* OVERVIEW : ジャーナルオープン処理
000000*            ジャーナルの有無を確認し（未作成・空の場合は
000000*            基点イメージ出力を指示）、追記モードでオープン
000000*/-------------------------------------------------------------/*
000000 CBV0001-OPEN-JOURNAL.
000000     OPEN INPUT JOURNAL-FILE.
000000     IF WS-MSTJRNL-STATUS = '00'
000000         READ JOURNAL-FILE
000000             AT END
000000                 SET WS-JRN-SEED TO TRUE
000000         END-READ
000000     ELSE
000000         SET WS-JRN-SEED         TO TRUE
000000     END-IF.
000000     CLOSE JOURNAL-FILE.
000000     OPEN EXTEND JOURNAL-FILE.
000000     IF WS-MSTJRNL-STATUS NOT = '00'
000000     AND WS-MSTJRNL-STATUS NOT = '05'
000000         OPEN OUTPUT JOURNAL-FILE
000000     END-IF.
000000     IF WS-MSTJRNL-STATUS NOT = '00'
000000     AND WS-MSTJRNL-STATUS NOT = '05'
000000         DISPLAY 'CBV0001M01: JOURNAL FILE OPEN FAILED - STATUS='
000000                 WS-MSTJRNL-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000     CLOSE TRAN-FILE.
000000     CLOSE MASTER-FILE.
000000     CLOSE REPORT-FILE.
000000     CLOSE JOURNAL-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-COUNT-MASTER
000000* OVERVIEW : マスタ件数カウント処理
000000*            マスタファイルを順読みし現在件数を計上
000000*            （ジャーナル未作成時は全件の基点イメージを出力）
000000*/-------------------------------------------------------------/*
000000 CBV0001-COUNT-MASTER.
000000     MOVE 0                      TO WS-TOT-BEFORE.
000000                 SET WS-MST-EOF  TO TRUE
000000             NOT AT END
000000                 ADD 1 TO WS-TOT-BEFORE
000000                 IF WS-JRN-SEED
000000                     MOVE SPACES TO WS-BEFORE-IMAGE
000000                     MOVE MASTER-RECORD
000000                                 TO WS-AFTER-IMAGE
000000                     MOVE 'B'    TO JRN-ACTION
000000                     PERFORM CBV0001-WRITE-JOURNAL
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000         NOT INVALID KEY
000000             ADD 1 TO WS-TOT-ADDED
000000             ADD 1 TO WS-TOT-AFTER
000000             MOVE SPACES         TO WS-BEFORE-IMAGE
000000             MOVE MASTER-RECORD  TO WS-AFTER-IMAGE
000000             MOVE TRAN-ACTION    TO JRN-ACTION
000000             PERFORM CBV0001-WRITE-JOURNAL
000000     END-WRITE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000                                 TO WS-REJECT-DESC
000000             ADD 1 TO WS-TOT-REJECTED
000000         NOT INVALID KEY
000000             MOVE MASTER-RECORD  TO WS-BEFORE-IMAGE
000000             MOVE TRAN-DESC      TO MSTR-DESC
000000             PERFORM CBV0001-EDIT-EFF-DATES
000000             IF NOT MSTR-ACTIVE AND NOT MSTR-SUSPENDED
000000             END-IF
000000             REWRITE MASTER-RECORD
000000             ADD 1 TO WS-TOT-CHANGED
000000             MOVE MASTER-RECORD  TO WS-AFTER-IMAGE
000000             MOVE TRAN-ACTION    TO JRN-ACTION
000000             PERFORM CBV0001-WRITE-JOURNAL
000000     END-READ.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-DEL
000000* OVERVIEW : 削除トラン反映処理
000000*            対象コードの存在チェック後マスタから削除
000000*            （削除前イメージをジャーナルへ残すため読込後に削除）
000000*/-------------------------------------------------------------/*
000000 CBV0001-APPLY-DEL.
000000     MOVE TRAN-CODE              TO MSTR-CODE.
000000     READ MASTER-FILE
000000         INVALID KEY
000000             MOVE 'REJECTED'     TO WS-TRAN-STATUS
000000             MOVE 'DELETE OF UNKNOWN CODE'
000000                                 TO WS-REJECT-DESC
000000             ADD 1 TO WS-TOT-REJECTED
000000         NOT INVALID KEY
000000             MOVE MASTER-RECORD  TO WS-BEFORE-IMAGE
000000             DELETE MASTER-FILE
000000             ADD 1 TO WS-TOT-DELETED
000000             SUBTRACT 1 FROM WS-TOT-AFTER
000000             MOVE SPACES         TO WS-AFTER-IMAGE
000000             MOVE TRAN-ACTION    TO JRN-ACTION
000000             PERFORM CBV0001-WRITE-JOURNAL
000000     END-READ.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-SUS
000000                                 TO WS-REJECT-DESC
000000                 ADD 1 TO WS-TOT-REJECTED
000000             ELSE
000000                 MOVE MASTER-RECORD
000000                                 TO WS-BEFORE-IMAGE
000000                 MOVE 'S'        TO MSTR-STATUS
000000                 REWRITE MASTER-RECORD
000000                 ADD 1 TO WS-TOT-SUSPENDED
000000                 MOVE MASTER-RECORD
000000                                 TO WS-AFTER-IMAGE
000000                 MOVE TRAN-ACTION
000000                                 TO JRN-ACTION
000000                 PERFORM CBV0001-WRITE-JOURNAL
000000             END-IF
000000     END-READ.
000000     EXIT.
000000             ADD 1 TO WS-TOT-REJECTED
000000         NOT INVALID KEY
000000             IF MSTR-SUSPENDED
000000                 MOVE MASTER-RECORD
000000                                 TO WS-BEFORE-IMAGE
000000                 MOVE 'A'        TO MSTR-STATUS
000000                 REWRITE MASTER-RECORD
000000                 ADD 1 TO WS-TOT-REACTIVATED
000000                 MOVE MASTER-RECORD
000000                                 TO WS-AFTER-IMAGE
000000                 MOVE TRAN-ACTION
000000                                 TO JRN-ACTION
000000                 PERFORM CBV0001-WRITE-JOURNAL
000000             ELSE
000000                 MOVE 'REJECTED' TO WS-TRAN-STATUS
000000                 MOVE 'CODE NOT SUSPENDED'
000000     END-READ.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-WRITE-JOURNAL
000000* OVERVIEW : ジャーナル出力処理
000000*            実行ID・アクション・変更前後のマスタイメージを
000000*            ジャーナルへ追記（JRN-ACTIONは呼出し側で設定）
000000*/-------------------------------------------------------------/*
000000 CBV0001-WRITE-JOURNAL.
000000     MOVE WS-RUN-ID              TO JRN-RUN-ID.
000000     MOVE FUNCTION CURRENT-DATE  TO JRN-TIMESTAMP.
000000     MOVE WS-BEFORE-IMAGE        TO JRN-BEFORE-IMAGE.
000000     MOVE WS-AFTER-IMAGE         TO JRN-AFTER-IMAGE.
000000     WRITE JOURNAL-RECORD.
000000     ADD 1 TO WS-TOT-JOURNALED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-HEADER
000000* OVERVIEW : レポート見出し出力処理
000000*/-------------------------------------------------------------/*
000000     MOVE 'MASTER RECORDS AFTER' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-AFTER           TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'JOURNAL RECORDS WRITTEN'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-JOURNALED       TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     DISPLAY 'CBV0001M01: TRANS READ=' WS-TOT-READ
000000             ' REJECTED=' WS-TOT-REJECTED.
000000     EXIT.
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-RERUN
000000* OVERVIEW : 再実行スキップ判定処理
000000*            同一実行IDの再実行で本ステップが前回試行で
000000*            正常終了済みの場合、SKIPを記録して前回の
000000*            終了コードで終了（後続ステップのCOND判定を
000000*            前回と同一にする）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-RERUN.
000000     MOVE WS-RUN-ID              TO S02-RUN-ID.
000000     MOVE 'CBV0001M01'           TO S02-PGM-ID.
000000     CALL 'CBV0001S02'           USING S02-PARM-AREA.
000000     IF S02-SKIP
000000         DISPLAY 'CBV0001M01: COMPLETED IN RUN ' WS-RUN-ID
000000                 ' AT ' S02-END-TS ' - STEP SKIPPED'
000000         MOVE S02-RETCODE        TO RETURN-CODE
000000         MOVE 'SKIP '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-READ-RUNCTL
000000* OVERVIEW : 実行管理ファイル読込処理
000000*            CBV0001I01が採番した実行IDの取得
