000000*    INPUT          :            OUTFILE （チェック結果ファイル）
000000*                                MSTFILE （有効コードマスタ）
000000*                                PRVAMTS （前日金額合計ファイル）
000000*                                AMTHIST （コード別金額履歴）
000000*                                RUNCTL  （実行管理ファイル）
000000*    OUTPUT         :            VALRPT  （金額集計レポート）
000000*                                PRVAMTS （当日合計で書替）
000000*                                AMTHIST （当夜分を追加して更新）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/09/02
000000*    UPDATE DATE    :            2026/09/02
000000*        2026/09/02 : レビュー指摘対応（コード別金額累計を
000000*                     総合計と同じS9(11)V99へ拡大し、大量
000000*                     件数時の桁あふれを防止）
000000*        2026/10/15 : 同一実行IDでの再実行対応（前回試行で
000000*                     正常終了済みの場合はCBV0001S02の判定
000000*                     によりSKIPを記録して前回の終了コード
000000*                     で終了）
000000*        2026/10/15 : 金額異常値対応（CBV0001V01が結果コード
000000*                     14とした当夜のレコードを異常値セクション
000000*                     へ履歴の最大・平均金額付きで出力し、
000000*                     異常値を除く採用分のコード別件数・合計・
000000*                     最大金額をコード別金額履歴AMTHISTへ
000000*                     最大30実行分積上げ。同一実行IDの再実行
000000*                     時は先頭の実行分を置換え）
000000*        2026/10/15 : チェック結果ファイル（OUTFILE）の項目別
000000*                     結果コード追加（発生元システム別明細
000000*                     レイアウト対応）に追随
000000*        2026/10/15 : 開始記録をファイルオープン前に出力し、
000000*                     オープン失敗時もRC8の終了記録を出力
000000*                     （オープン失敗ステップを再実行で再開
000000*                     可能にする）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     SELECT OPTIONAL PRVAMT-FILE     ASSIGN TO "PRVAMTS"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-PRVAMT-STATUS.
000000     SELECT OPTIONAL AMTHIST-FILE    ASSIGN TO "AMTHIST"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS AH-CODE
000000         FILE STATUS IS WS-AMTHIST-STATUS.
000000     SELECT OPTIONAL RUNCTL-FILE     ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RUNCTL-STATUS.
000000 01  BATCH-OUT-RECORD.
000000     03 OUT-DATA.
000000        05 OUT-CODE              PIC X(09).
000000        05 OUT-AMOUNT            PIC X(12).
000000        05 OUT-DATE              PIC X(08).
000000        05 FILLER                PIC X(171).
000000     03 OUT-CODE-RC              PIC 9(02).
000000     03 OUT-AMT-RC               PIC 9(02).
000000     03 OUT-DATE-RC              PIC 9(02).
000000     03 OUT-AMT-VALUE            PIC S9(5)V99.
000000     03 OUT-RUN-ID               PIC X(14).
000000     03 OUT-PGM-ID               PIC X(10).
000000     03 OUT-FLD-RCS.
000000        05 OUT-FLD-RC OCCURS 10  PIC 9(02).
000000*/-------------------------------------------------------------/*
000000*  マスタファイル（コード別摘要の取得用）
000000*/-------------------------------------------------------------/*
000000     03 PRVA-COUNT               PIC 9(07).
000000     03 PRVA-AMOUNT              PIC S9(11)V99.
000000*/-------------------------------------------------------------/*
000000*  コード別金額履歴ファイル（実行ごとのコード別採用件数・
000000*  合計・最大金額、CBV0001V01の異常値判定に使用）
000000*/-------------------------------------------------------------/*
000000 FD  AMTHIST-FILE.
000000 01  AMTHIST-RECORD.
000000 COPY CBV0001HC.
000000*/-------------------------------------------------------------/*
000000*  実行管理ファイル（CBV0001I01が採番した実行ID）
000000*/-------------------------------------------------------------/*
000000 FD  RUNCTL-FILE.
000000    03 WS-PRV-DATE               PIC X(08).
000000    03 WS-PRV-COUNT              PIC 9(07).
000000    03 WS-PRV-AMOUNT             PIC S9(11)V99.
000000    03 WS-AMTHIST-AVAIL-FLG      PIC X(01) VALUE 'N'.
000000       88 WS-AMTHIST-AVAIL                 VALUE 'Y'.
000000    03 WS-HX                     PIC 9(03).
000000    03 WS-ABS-AMOUNT             PIC S9(05)V99.
000000    03 WS-HIST-CNT               PIC 9(09).
000000    03 WS-HIST-SUM               PIC S9(13)V99.
000000    03 WS-HIST-HIGH              PIC S9(05)V99.
000000    03 WS-HIST-AVG               PIC S9(11)V99.
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000    03 WS-OUTFILE-STATUS         PIC X(02).
000000    03 WS-MSTFILE-STATUS         PIC X(02).
000000    03 WS-PRVAMT-STATUS          PIC X(02).
000000    03 WS-AMTHIST-STATUS         PIC X(02).
000000    03 WS-RUNCTL-STATUS          PIC X(02).
000000    03 WS-RUNSTAT-STATUS         PIC X(02).
000000    03 WS-REPORT-STATUS          PIC X(02).
000000    03 WS-TOT-CODE-DROP          PIC 9(07) VALUE 0.
000000    03 WS-GRD-COUNT              PIC 9(07) VALUE 0.
000000    03 WS-GRD-AMOUNT             PIC S9(11)V99 VALUE 0.
000000    03 WS-TOT-OUTLIER            PIC 9(07) VALUE 0.
000000    03 WS-TOT-OLR-DROP           PIC 9(07) VALUE 0.
000000    03 WS-TOT-HIST-ADD           PIC 9(07) VALUE 0.
000000    03 WS-TOT-HIST-UPD           PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  コード別金額集計テーブル
000000*/-------------------------------------------------------------/*
000000       05 WS-AMT-CODE            PIC X(09).
000000       05 WS-AMT-CNT             PIC 9(07).
000000       05 WS-AMT-SUM             PIC S9(11)V99.
000000       05 WS-AMT-H-CNT           PIC 9(07).
000000       05 WS-AMT-H-SUM           PIC S9(11)V99.
000000       05 WS-AMT-H-HIGH          PIC S9(05)V99.
000000*/-------------------------------------------------------------/*
000000*  金額異常値レコードテーブル（結果コード14の当夜分）
000000*/-------------------------------------------------------------/*
000000 01 WS-OLR-TAB.
000000    03 WS-OLR-USED               PIC 9(03) VALUE 0.
000000    03 WS-OLR-ENT OCCURS 200.
000000       05 WS-OLR-CODE            PIC X(09).
000000       05 WS-OLR-AMOUNT          PIC X(12).
000000       05 WS-OLR-VALUE           PIC S9(05)V99.
000000       05 WS-OLR-DATE            PIC X(08).
000000       05 WS-OLR-DISP            PIC X(08).
000000*/-------------------------------------------------------------/*
000000*  レポート編集行
000000*/-------------------------------------------------------------/*
000000    03 FILLER                    PIC X(05) VALUE 'DIFF '.
000000    03 RPT-COMP-DIFF             PIC -ZZZZZZZZZZ9.99.
000000    03 FILLER                    PIC X(36) VALUE SPACES.
000000 01 RPT-OLR-HEADER.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(10) VALUE 'CODE'.
000000    03 FILLER                    PIC X(13) VALUE 'AMOUNT'.
000000    03 FILLER                    PIC X(10) VALUE '     VALUE'.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(09) VALUE 'DATE'.
000000    03 FILLER                    PIC X(09) VALUE 'RESULT'.
000000    03 FILLER                    PIC X(05) VALUE 'DAYS'.
000000    03 FILLER                    PIC X(16) VALUE
000000       '    HISTORY HIGH'.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(16) VALUE
000000       ' HISTORY AVERAGE'.
000000    03 FILLER                    PIC X(38) VALUE SPACES.
000000 01 RPT-OLR-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-OLR-CODE              PIC X(09).
000000    03 FILLER                    PIC X(01) VALUE SPACES.
000000    03 RPT-OLR-AMOUNT            PIC X(12).
000000    03 FILLER                    PIC X(01) VALUE SPACES.
000000    03 RPT-OLR-VALUE             PIC -ZZZZ9.99.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-OLR-DATE              PIC X(08).
000000    03 FILLER                    PIC X(01) VALUE SPACES.
000000    03 RPT-OLR-DISP              PIC X(08).
000000    03 FILLER                    PIC X(01) VALUE SPACES.
000000    03 RPT-OLR-DAYS              PIC ZZ9.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-OLR-HIGH              PIC -ZZZZZZZZZZ9.99.
000000    03 FILLER                    PIC X(03) VALUE SPACES.
000000    03 RPT-OLR-AVG               PIC -ZZZZZZZZZZ9.99.
000000    03 FILLER                    PIC X(40) VALUE SPACES.
000000 01 RPT-SECTION-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SEC-TITLE             PIC X(40).
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
000000     PERFORM CBV0001-INIT-WS.
000000     PERFORM CBV0001-CHECK-RERUN.
000000     MOVE 'START'                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     PERFORM CBV0001-OPEN-FILES.
000000     PERFORM UNTIL WS-EOF
000000         READ BATCH-OUT-FILE
000000             AT END
000000     END-PERFORM.
000000     PERFORM CBV0001-PRINT-BY-CODE.
000000     PERFORM CBV0001-PRINT-COMPARISON.
000000     PERFORM CBV0001-PRINT-OUTLIERS.
000000     PERFORM CBV0001-SAVE-TOTALS.
000000     PERFORM CBV0001-UPDATE-HISTORY.
000000     PERFORM CBV0001-CLOSE-FILES.
000000     MOVE 0                      TO RETURN-CODE.
000000     MOVE 'END  '                TO WS-RS-EVENT.
000000         MOVE SPACES             TO WS-AMT-CODE(WS-IX)
000000         MOVE 0                  TO WS-AMT-CNT(WS-IX)
000000         MOVE 0                  TO WS-AMT-SUM(WS-IX)
000000         MOVE 0                  TO WS-AMT-H-CNT(WS-IX)
000000         MOVE 0                  TO WS-AMT-H-SUM(WS-IX)
000000         MOVE 0                  TO WS-AMT-H-HIGH(WS-IX)
000000     END-PERFORM.
000000     PERFORM CBV0001-READ-RUNCTL.
000000     OPEN INPUT PRVAMT-FILE.
000000         DISPLAY 'CBV0001R04: RESULT FILE OPEN FAILED - STATUS='
000000                 WS-OUTFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT MASTER-FILE.
000000         DISPLAY 'CBV0001R04: MASTER FILE NOT AVAILABLE -'
000000                 ' DESCRIPTIONS OMITTED'
000000     END-IF.
000000     OPEN I-O AMTHIST-FILE.
000000     IF WS-AMTHIST-STATUS = '00' OR WS-AMTHIST-STATUS = '05'
000000         SET WS-AMTHIST-AVAIL    TO TRUE
000000     ELSE
000000         DISPLAY 'CBV0001R04: AMOUNT HISTORY FILE NOT AVAILABLE'
000000                 ' - HISTORY NOT UPDATED - STATUS='
000000                 WS-AMTHIST-STATUS
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-REPORT-STATUS NOT = '00'
000000         DISPLAY 'CBV0001R04: REPORT FILE OPEN FAILED - STATUS='
000000                 WS-REPORT-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-RUN-DATE            TO RPT-HDR-DATE.
000000     IF WS-MSTFILE-AVAIL
000000         CLOSE MASTER-FILE
000000     END-IF.
000000     IF WS-AMTHIST-AVAIL
000000         CLOSE AMTHIST-FILE
000000     END-IF.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* OVERVIEW : 集計対象判定処理
000000*            当夜実行分かつ採用（全項目合格または警告通過）
000000*            レコードのみをコード別集計へ計上
000000*            （当夜の金額異常値レコードは警告・リジェクトとも
000000*            異常値テーブルへ保持）
000000*/-------------------------------------------------------------/*
000000 CBV0001-SELECT-RECORD.
000000     IF OUT-AMT-RC = 14
000000     AND (NOT WS-RUN-FILTER OR OUT-RUN-ID = WS-RUN-ID)
000000         PERFORM CBV0001-KEEP-OUTLIER
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN WS-RUN-FILTER AND OUT-RUN-ID NOT = WS-RUN-ID
000000             ADD 1 TO WS-TOT-SKIPPED
000000     IF WS-HIT-IX > 0
000000         ADD 1                   TO WS-AMT-CNT(WS-HIT-IX)
000000         ADD OUT-AMT-VALUE       TO WS-AMT-SUM(WS-HIT-IX)
000000         IF OUT-AMT-RC NOT = 14
000000             PERFORM CBV0001-TALLY-HISTORY
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-HISTORY
000000* OVERVIEW : コード別履歴計上処理
000000*            異常値（警告通過分）を除く採用分の件数・金額と
000000*            最大金額（絶対値）を履歴更新用に計上
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-HISTORY.
000000     ADD 1                       TO WS-AMT-H-CNT(WS-HIT-IX).
000000     ADD OUT-AMT-VALUE           TO WS-AMT-H-SUM(WS-HIT-IX).
000000     MOVE OUT-AMT-VALUE          TO WS-ABS-AMOUNT.
000000     IF WS-ABS-AMOUNT < 0
000000         COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
000000     END-IF.
000000     IF WS-ABS-AMOUNT > WS-AMT-H-HIGH(WS-HIT-IX)
000000         MOVE WS-ABS-AMOUNT      TO WS-AMT-H-HIGH(WS-HIT-IX)
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-KEEP-OUTLIER
000000* OVERVIEW : 金額異常値レコード保持処理
000000*            異常値レコードと処置（警告／リジェクト）を
000000*            テーブルへ保持（満杯時は件数のみ計上）
000000*/-------------------------------------------------------------/*
000000 CBV0001-KEEP-OUTLIER.
000000     ADD 1 TO WS-TOT-OUTLIER.
000000     IF WS-OLR-USED < 200
000000         ADD 1 TO WS-OLR-USED
000000         MOVE OUT-CODE           TO WS-OLR-CODE(WS-OLR-USED)
000000         MOVE OUT-AMOUNT         TO WS-OLR-AMOUNT(WS-OLR-USED)
000000         IF OUT-AMT-VALUE IS NUMERIC
000000             MOVE OUT-AMT-VALUE  TO WS-OLR-VALUE(WS-OLR-USED)
000000         ELSE
000000             MOVE 0              TO WS-OLR-VALUE(WS-OLR-USED)
000000         END-IF
000000         MOVE OUT-DATE           TO WS-OLR-DATE(WS-OLR-USED)
000000         IF OUT-WARN-FLG = 'W'
000000             MOVE 'WARNED'       TO WS-OLR-DISP(WS-OLR-USED)
000000         ELSE
000000             MOVE 'REJECTED'     TO WS-OLR-DISP(WS-OLR-USED)
000000         END-IF
000000     ELSE
000000         ADD 1 TO WS-TOT-OLR-DROP
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-OUTLIERS
000000* OVERVIEW : 金額異常値出力処理
000000*            当夜の異常値レコードを処置・更新前のコード別
000000*            履歴（最大・平均金額）付きで出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-OUTLIERS.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     MOVE 'AMOUNT OUTLIERS (RESULT CODE 14)'
000000                                 TO RPT-SEC-TITLE.
000000     WRITE REPORT-RECORD         FROM RPT-SECTION-LINE
000000         AFTER ADVANCING 1 LINE.
000000     IF WS-OLR-USED = 0
000000         MOVE 'NO AMOUNT OUTLIERS FOR THIS RUN'
000000                                 TO RPT-TEXT
000000         WRITE REPORT-RECORD     FROM RPT-TEXT-LINE
000000             AFTER ADVANCING 1 LINE
000000     ELSE
000000         WRITE REPORT-RECORD     FROM RPT-OLR-HEADER
000000             AFTER ADVANCING 1 LINE
000000         PERFORM VARYING WS-IX FROM 1 BY 1
000000                 UNTIL WS-IX > WS-OLR-USED
000000             PERFORM CBV0001-PRINT-ONE-OUTLIER
000000         END-PERFORM
000000     END-IF.
000000     IF WS-TOT-OLR-DROP > 0
000000         MOVE SPACES             TO RPT-TEXT
000000         STRING 'OUTLIERS NOT LISTED (TABLE FULL): '
000000                WS-TOT-OLR-DROP
000000             DELIMITED BY SIZE INTO RPT-TEXT
000000         WRITE REPORT-RECORD     FROM RPT-TEXT-LINE
000000             AFTER ADVANCING 1 LINE
000000     END-IF.
000000     DISPLAY 'CBV0001R04: AMOUNT OUTLIERS=' WS-TOT-OUTLIER.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-ONE-OUTLIER
000000* OVERVIEW : 金額異常値1行出力処理
000000*            コード別履歴を読み、保持日数分の最大金額と
000000*            平均金額を編集して明細行を出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-ONE-OUTLIER.
000000     MOVE WS-OLR-CODE(WS-IX)     TO RPT-OLR-CODE.
000000     MOVE WS-OLR-AMOUNT(WS-IX)   TO RPT-OLR-AMOUNT.
000000     MOVE WS-OLR-VALUE(WS-IX)    TO RPT-OLR-VALUE.
000000     MOVE WS-OLR-DATE(WS-IX)     TO RPT-OLR-DATE.
000000     MOVE WS-OLR-DISP(WS-IX)     TO RPT-OLR-DISP.
000000     MOVE 0                      TO RPT-OLR-DAYS.
000000     MOVE 0                      TO WS-HIST-CNT.
000000     MOVE 0                      TO WS-HIST-SUM.
000000     MOVE 0                      TO WS-HIST-HIGH.
000000     MOVE 0                      TO WS-HIST-AVG.
000000     IF WS-AMTHIST-AVAIL
000000         MOVE WS-OLR-CODE(WS-IX) TO AH-CODE
000000         READ AMTHIST-FILE
000000             INVALID KEY
000000                 MOVE 0          TO AH-DAYS
000000             NOT INVALID KEY
000000                 IF AH-DAYS IS NOT NUMERIC OR AH-DAYS > 30
000000                     MOVE 0      TO AH-DAYS
000000                 END-IF
000000                 PERFORM VARYING WS-HX FROM 1 BY 1
000000                         UNTIL WS-HX > AH-DAYS
000000                     ADD AH-D-COUNT(WS-HX) TO WS-HIST-CNT
000000                     ADD AH-D-TOTAL(WS-HX) TO WS-HIST-SUM
000000                     IF AH-D-HIGH(WS-HX) > WS-HIST-HIGH
000000                         MOVE AH-D-HIGH(WS-HX)
000000                                 TO WS-HIST-HIGH
000000                     END-IF
000000                 END-PERFORM
000000                 MOVE AH-DAYS    TO RPT-OLR-DAYS
000000         END-READ
000000     END-IF.
000000     IF WS-HIST-CNT > 0
000000         COMPUTE WS-HIST-AVG ROUNDED = WS-HIST-SUM / WS-HIST-CNT
000000     END-IF.
000000     MOVE WS-HIST-HIGH           TO RPT-OLR-HIGH.
000000     MOVE WS-HIST-AVG            TO RPT-OLR-AVG.
000000     WRITE REPORT-RECORD         FROM RPT-OLR-LINE
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-UPDATE-HISTORY
000000* OVERVIEW : コード別金額履歴更新処理
000000*            異常値を除く採用分があるコードごとに履歴を
000000*            読み、当夜分を先頭へ積んで書替え（未登録は
000000*            新規登録）
000000*/-------------------------------------------------------------/*
000000 CBV0001-UPDATE-HISTORY.
000000     IF WS-AMTHIST-AVAIL
000000         PERFORM VARYING WS-IX FROM 1 BY 1
000000                 UNTIL WS-IX > WS-AMT-USED
000000             IF WS-AMT-H-CNT(WS-IX) > 0
000000                 PERFORM CBV0001-UPDATE-ONE-HIST
000000             END-IF
000000         END-PERFORM
000000         DISPLAY 'CBV0001R04: AMOUNT HISTORY ADDED='
000000                 WS-TOT-HIST-ADD ' UPDATED=' WS-TOT-HIST-UPD
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-UPDATE-ONE-HIST
000000* OVERVIEW : コード別金額履歴1件更新処理
000000*            同一実行IDの再実行時は先頭の実行分を置換え、
000000*            それ以外は保持分を1つ後ろへずらし（30実行分を
000000*            超える最古分は破棄）当夜分を先頭へ設定
000000*/-------------------------------------------------------------/*
000000 CBV0001-UPDATE-ONE-HIST.
000000     MOVE WS-AMT-CODE(WS-IX)     TO AH-CODE.
000000     READ AMTHIST-FILE
000000         INVALID KEY
000000             INITIALIZE AMTHIST-RECORD
000000             MOVE WS-AMT-CODE(WS-IX) TO AH-CODE
000000             MOVE 1              TO AH-DAYS
000000             PERFORM CBV0001-SET-HIST-DAY
000000             WRITE AMTHIST-RECORD
000000                 INVALID KEY
000000                     DISPLAY 'CBV0001R04: AMOUNT HISTORY WRITE'
000000                             ' FAILED - CODE=' AH-CODE
000000                 NOT INVALID KEY
000000                     ADD 1 TO WS-TOT-HIST-ADD
000000             END-WRITE
000000         NOT INVALID KEY
000000             IF AH-DAYS IS NOT NUMERIC OR AH-DAYS > 30
000000                 MOVE 0          TO AH-DAYS
000000             END-IF
000000             IF AH-LAST-RUN-ID = WS-RUN-ID
000000             AND WS-RUN-FILTER AND AH-DAYS > 0
000000                 CONTINUE
000000             ELSE
000000                 PERFORM VARYING WS-HX FROM 30 BY -1
000000                         UNTIL WS-HX < 2
000000                     MOVE AH-DAY(WS-HX - 1) TO AH-DAY(WS-HX)
000000                 END-PERFORM
000000                 IF AH-DAYS < 30
000000                     ADD 1 TO AH-DAYS
000000                 END-IF
000000             END-IF
000000             PERFORM CBV0001-SET-HIST-DAY
000000             REWRITE AMTHIST-RECORD
000000                 INVALID KEY
000000                     DISPLAY 'CBV0001R04: AMOUNT HISTORY REWRITE'
000000                             ' FAILED - CODE=' AH-CODE
000000                 NOT INVALID KEY
000000                     ADD 1 TO WS-TOT-HIST-UPD
000000             END-REWRITE
000000     END-READ.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SET-HIST-DAY
000000* OVERVIEW : 履歴先頭実行分設定処理
000000*            当夜の実行ID・日付・件数・合計・最大金額を設定
000000*/-------------------------------------------------------------/*
000000 CBV0001-SET-HIST-DAY.
000000     MOVE WS-RUN-ID              TO AH-LAST-RUN-ID.
000000     MOVE WS-RUN-DATE            TO AH-D-DATE(1).
000000     MOVE WS-AMT-H-CNT(WS-IX)    TO AH-D-COUNT(1).
000000     MOVE WS-AMT-H-SUM(WS-IX)    TO AH-D-TOTAL(1).
000000     MOVE WS-AMT-H-HIGH(WS-IX)   TO AH-D-HIGH(1).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SAVE-TOTALS
000000* OVERVIEW : 当日合計保存処理
000000*            翌日の前日比較用に当日の件数・金額合計を書替え
000000     END-IF.
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
000000     MOVE 'CBV0001R04'           TO S02-PGM-ID.
000000     CALL 'CBV0001S02'           USING S02-PARM-AREA.
000000     IF S02-SKIP
000000         DISPLAY 'CBV0001R04: COMPLETED IN RUN ' WS-RUN-ID
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
000000*            CBV0001I01が採番した実行IDの取得（取得時は
