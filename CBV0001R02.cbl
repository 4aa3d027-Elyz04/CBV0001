000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/09/02 : 初版作成
000000*        2026/10/15 : 同一実行IDでの再実行対応（再実行開始
000000*                     （RSTRT）で試行を区切り、試行番号・
000000*                     スキップステップ・後続試行で再実行
000000*                     されたステップを1実行として一覧、
000000*                     再実行済みの失敗は異常件数から除外、
000000*                     チェーンテーブルを100件へ拡大）
000000*        2026/10/15 : チェーン終了時バランス照合
000000*                     （CBV0001B01）の終了コード20に
000000*                     'OUT OF BALANCE'の備考を追加
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000    03 WS-ELAPSED                PIC S9(09).
000000    03 WS-START-SECS             PIC 9(09).
000000    03 WS-END-SECS               PIC 9(09).
000000    03 WS-ATTEMPT                PIC 9(03) VALUE 1.
000000    03 WS-JX                     PIC 9(03).
000000*/-------------------------------------------------------------/*
000000*  タイムスタンプ分解作業領域
000000*/-------------------------------------------------------------/*
000000    03 WS-TOT-PURGED             PIC 9(07) VALUE 0.
000000    03 WS-TOT-RETAINED           PIC 9(07) VALUE 0.
000000    03 WS-TOT-CHAIN-DROP         PIC 9(07) VALUE 0.
000000    03 WS-TOT-STEPS              PIC 9(07) VALUE 0.
000000    03 WS-TOT-SKIPPED            PIC 9(07) VALUE 0.
000000    03 WS-TOT-SUPERSEDED         PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  実行チェーンテーブル（対象実行IDのSTART／END突合、
000000*  再実行開始・スキップ記録を含む）
000000*/-------------------------------------------------------------/*
000000 01 WS-CHAIN-TAB.
000000    03 WS-CHN-USED               PIC 9(03) VALUE 0.
000000    03 WS-CHN-ENT OCCURS 100.
000000       05 WS-CHN-KIND            PIC X(01).
000000          88 WS-CHN-IS-STEP                 VALUE 'S'.
000000          88 WS-CHN-IS-RESTART              VALUE 'R'.
000000          88 WS-CHN-IS-SKIP                 VALUE 'K'.
000000       05 WS-CHN-ATTEMPT         PIC 9(03).
000000       05 WS-CHN-RERUN-FLG       PIC X(01).
000000       05 WS-CHN-PGM-ID          PIC X(10).
000000       05 WS-CHN-START-TS        PIC X(14).
000000       05 WS-CHN-END-TS          PIC X(14).
000000    03 FILLER                    PIC X(02) VALUE ': '.
000000    03 RPT-TOT-COUNT             PIC 9(07).
000000    03 FILLER                    PIC X(93) VALUE SPACES.
000000 01 RPT-ATTEMPT-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(12) VALUE '--- ATTEMPT '.
000000    03 RPT-ATT-NO                PIC ZZ9.
000000    03 FILLER                    PIC X(14) VALUE
000000       ' RESTARTED AT '.
000000    03 RPT-ATT-TS                PIC X(14).
000000    03 FILLER                    PIC X(04) VALUE ' ---'.
000000    03 FILLER                    PIC X(83) VALUE SPACES.
000000 01 RPT-TEXT-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-TEXT                  PIC X(70).
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-EVENT
000000* OVERVIEW : ステータスレコード1件突合処理
000000*            STARTは新規ステップ登録（前試行の同一プログラム
000000*            は再実行済みとする）、ENDは未完了の同一
000000*            プログラムエントリへ反映、RSTRTは試行の区切り、
000000*            SKIPは前回完了によるスキップとして登録
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-EVENT.
000000     EVALUATE RS-EVENT
000000         WHEN 'START'
000000             PERFORM CBV0001-ADD-CHAIN-ENT
000000             IF WS-HIT-IX > 0
000000                 MOVE 'S'        TO WS-CHN-KIND(WS-HIT-IX)
000000                 MOVE 'N'        TO WS-CHN-END-FLG(WS-HIT-IX)
000000                 MOVE SPACES     TO WS-CHN-END-TS(WS-HIT-IX)
000000                 PERFORM CBV0001-MARK-RERUN
000000             END-IF
000000         WHEN 'RSTRT'
000000             ADD 1 TO WS-ATTEMPT
000000             PERFORM CBV0001-ADD-CHAIN-ENT
000000             IF WS-HIT-IX > 0
000000                 MOVE 'R'        TO WS-CHN-KIND(WS-HIT-IX)
000000             END-IF
000000         WHEN 'SKIP '
000000             PERFORM CBV0001-ADD-CHAIN-ENT
000000             IF WS-HIT-IX > 0
000000                 MOVE 'K'        TO WS-CHN-KIND(WS-HIT-IX)
000000                 MOVE RS-RETCODE TO WS-CHN-RETCODE(WS-HIT-IX)
000000             END-IF
000000         WHEN OTHER
000000             MOVE 0              TO WS-HIT-IX
000000             PERFORM VARYING WS-IX FROM 1 BY 1
000000                     UNTIL WS-IX > WS-CHN-USED
000000                 IF WS-CHN-PGM-ID(WS-IX) = RS-PGM-ID
000000                 AND WS-CHN-IS-STEP(WS-IX)
000000                 AND WS-CHN-END-FLG(WS-IX) = 'N'
000000                     MOVE WS-IX  TO WS-HIT-IX
000000                 END-IF
000000             END-PERFORM
000000             IF WS-HIT-IX > 0
000000                 MOVE 'Y'        TO WS-CHN-END-FLG(WS-HIT-IX)
000000                 MOVE RS-TIMESTAMP(1:14)
000000                                 TO WS-CHN-END-TS(WS-HIT-IX)
000000                 MOVE RS-RETCODE TO WS-CHN-RETCODE(WS-HIT-IX)
000000                 MOVE RS-PROCESSED
000000                                 TO WS-CHN-PROCESSED(WS-HIT-IX)
000000                 MOVE RS-PASSED  TO WS-CHN-PASSED(WS-HIT-IX)
000000                 MOVE RS-FAILED  TO WS-CHN-FAILED(WS-HIT-IX)
000000             END-IF
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-ADD-CHAIN-ENT
000000* OVERVIEW : チェーンエントリ追加処理
000000*            共通項目を設定した新規エントリを登録（テーブル
000000*            あふれ時は件数のみ計上し WS-HIT-IX = 0 を返却）
000000*/-------------------------------------------------------------/*
000000 CBV0001-ADD-CHAIN-ENT.
000000     MOVE 0                      TO WS-HIT-IX.
000000     IF WS-CHN-USED < 100
000000         ADD 1 TO WS-CHN-USED
000000         MOVE WS-CHN-USED        TO WS-HIT-IX
000000         MOVE WS-ATTEMPT         TO WS-CHN-ATTEMPT(WS-HIT-IX)
000000         MOVE 'N'                TO WS-CHN-RERUN-FLG(WS-HIT-IX)
000000         MOVE RS-PGM-ID          TO WS-CHN-PGM-ID(WS-HIT-IX)
000000         MOVE RS-TIMESTAMP(1:14)
000000                                 TO WS-CHN-START-TS(WS-HIT-IX)
000000         MOVE RS-TIMESTAMP(1:14)
000000                                 TO WS-CHN-END-TS(WS-HIT-IX)
000000         MOVE 'Y'                TO WS-CHN-END-FLG(WS-HIT-IX)
000000         MOVE 0                  TO WS-CHN-RETCODE(WS-HIT-IX)
000000         MOVE 0                  TO WS-CHN-PROCESSED(WS-HIT-IX)
000000         MOVE 0                  TO WS-CHN-PASSED(WS-HIT-IX)
000000         MOVE 0                  TO WS-CHN-FAILED(WS-HIT-IX)
000000     ELSE
000000         ADD 1 TO WS-TOT-CHAIN-DROP
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-MARK-RERUN
000000* OVERVIEW : 再実行済み設定処理
000000*            前試行までの同一プログラムのステップエントリを
000000*            後続試行で再実行済みとする
000000*/-------------------------------------------------------------/*
000000 CBV0001-MARK-RERUN.
000000     PERFORM VARYING WS-JX FROM 1 BY 1
000000             UNTIL WS-JX >= WS-HIT-IX
000000         IF WS-CHN-PGM-ID(WS-JX) = RS-PGM-ID
000000         AND WS-CHN-IS-STEP(WS-JX)
000000         AND WS-CHN-ATTEMPT(WS-JX) < WS-ATTEMPT
000000             MOVE 'Y'            TO WS-CHN-RERUN-FLG(WS-JX)
000000         END-IF
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-CHAIN
000000* OVERVIEW : 実行チェーン出力処理
000000*            ステップ順の一覧とステップ毎の異常検出
000000*            （再実行時は試行毎に区切って1実行として出力）
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-CHAIN.
000000     MOVE SPACES                 TO RPT-TEXT.
000000     MOVE WS-ATTEMPT             TO RPT-ATT-NO.
000000     STRING 'RUN ID: ' WS-TARGET-RUN-ID
000000            '   ATTEMPTS: ' RPT-ATT-NO
000000         DELIMITED BY SIZE INTO RPT-TEXT.
000000     WRITE REPORT-RECORD         FROM RPT-TEXT-LINE
000000         AFTER ADVANCING 1 LINE.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-ONE-STEP
000000* OVERVIEW : ステップ1件出力処理
000000*            再実行開始は試行見出し、スキップは前回完了の
000000*            注記で出力。ステップは所要時間の算出とEND欠落・
000000*            RC16・RC12の注記編集（後続試行で再実行済みの
000000*            ステップは注記のみで異常件数に含めない）
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-ONE-STEP.
000000     IF WS-CHN-IS-RESTART(WS-IX)
000000         MOVE WS-CHN-ATTEMPT(WS-IX) TO RPT-ATT-NO
000000         MOVE WS-CHN-START-TS(WS-IX) TO RPT-ATT-TS
000000         WRITE REPORT-RECORD     FROM RPT-ATTEMPT-LINE
000000             AFTER ADVANCING 1 LINE
000000     ELSE
000000         PERFORM CBV0001-PRINT-STEP-LINE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-STEP-LINE
000000* OVERVIEW : ステップ明細行編集出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-STEP-LINE.
000000     MOVE WS-CHN-PGM-ID(WS-IX)   TO RPT-STP-PGM.
000000     MOVE WS-CHN-START-TS(WS-IX) TO RPT-STP-START.
000000     MOVE WS-CHN-END-TS(WS-IX)   TO RPT-STP-END.
000000     MOVE WS-CHN-PASSED(WS-IX)   TO RPT-STP-PASSED.
000000     MOVE WS-CHN-FAILED(WS-IX)   TO RPT-STP-FAILED.
000000     MOVE SPACES                 TO RPT-STP-REMARK.
000000     EVALUATE TRUE
000000         WHEN WS-CHN-IS-SKIP(WS-IX)
000000             MOVE 0              TO RPT-STP-ELAPSED
000000             MOVE 'SKIPPED - COMPLETED BEFORE'
000000                                 TO RPT-STP-REMARK
000000             ADD 1 TO WS-TOT-SKIPPED
000000         WHEN WS-CHN-RERUN-FLG(WS-IX) = 'Y'
000000             IF WS-CHN-END-FLG(WS-IX) = 'Y'
000000                 PERFORM CBV0001-EDIT-ELAPSED
000000                 MOVE WS-ELAPSED TO RPT-STP-ELAPSED
000000                 MOVE 'RERUN IN LATER ATTEMPT'
000000                                 TO RPT-STP-REMARK
000000             ELSE
000000                 MOVE 0          TO RPT-STP-ELAPSED
000000                 MOVE 'NO END - RERUN LATER'
000000                                 TO RPT-STP-REMARK
000000             END-IF
000000             ADD 1 TO WS-TOT-SUPERSEDED
000000         WHEN WS-CHN-END-FLG(WS-IX) = 'Y'
000000             ADD 1 TO WS-TOT-STEPS
000000             PERFORM CBV0001-EDIT-ELAPSED
000000             MOVE WS-ELAPSED     TO RPT-STP-ELAPSED
000000             EVALUATE WS-CHN-RETCODE(WS-IX)
000000                 WHEN 16
000000                     MOVE 'HALTED BY CIRCUIT BREAKER'
000000                                 TO RPT-STP-REMARK
000000                     ADD 1 TO WS-TOT-BREAKER
000000                 WHEN 14
000000                     MOVE 'BATCH REPLAY REJECTED'
000000                                 TO RPT-STP-REMARK
000000                     ADD 1 TO WS-TOT-CTL-ERR
000000                 WHEN 12
000000                     MOVE 'CONTROL ERROR'
000000                                 TO RPT-STP-REMARK
000000                     ADD 1 TO WS-TOT-CTL-ERR
000000                 WHEN 20
000000                     MOVE 'OUT OF BALANCE'
000000                                 TO RPT-STP-REMARK
000000                 WHEN OTHER
000000                     CONTINUE
000000             END-EVALUATE
000000         WHEN OTHER
000000             ADD 1 TO WS-TOT-STEPS
000000             MOVE 0              TO RPT-STP-ELAPSED
000000             MOVE 'NO END - POSSIBLE ABEND'
000000                                 TO RPT-STP-REMARK
000000             ADD 1 TO WS-TOT-NO-END
000000     END-EVALUATE.
000000     WRITE REPORT-RECORD         FROM RPT-STEP-LINE
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000 CBV0001-PRINT-SUMMARY.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     MOVE 'RUN ATTEMPTS'         TO RPT-TOT-LABEL.
000000     MOVE WS-ATTEMPT             TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'STEPS IN CHAIN'       TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-STEPS           TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     IF WS-ATTEMPT > 1
000000         MOVE 'STEPS SKIPPED ON RESTART'
000000                                 TO RPT-TOT-LABEL
000000         MOVE WS-TOT-SKIPPED     TO RPT-TOT-COUNT
000000         PERFORM CBV0001-PRINT-TOTAL-LINE
000000         MOVE 'STEP RUNS SUPERSEDED'
000000                                 TO RPT-TOT-LABEL
000000         MOVE WS-TOT-SUPERSEDED  TO RPT-TOT-COUNT
000000         PERFORM CBV0001-PRINT-TOTAL-LINE
000000     END-IF.
000000     MOVE 'STEPS WITH NO END RECORD'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-NO-END          TO RPT-TOT-COUNT.
000000         PERFORM CBV0001-PRINT-TOTAL-LINE
000000     END-IF.
000000     DISPLAY 'CBV0001R02: RUN ' WS-TARGET-RUN-ID
000000             ' ATTEMPTS=' WS-ATTEMPT
000000             ' NO-END=' WS-TOT-NO-END
000000             ' BREAKER=' WS-TOT-BREAKER
000000             ' CTL-ERR=' WS-TOT-CTL-ERR.
