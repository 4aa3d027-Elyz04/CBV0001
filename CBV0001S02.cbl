000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     CBV0001S02.
000000*/-------------------------------------------------------------/*
000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001S02
000000*    JOB NAME       :            N/A（CALLサブプログラム）
000000*    INPUT          :            RUNSTAT（実行ステータスファイル）
000000*                                連絡領域（CBV0001PC）
000000*    OUTPUT         :            連絡領域（CBV0001PC）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*    PURPOSE        :            再実行スキップ判定処理（同一
000000*                                実行IDでの再実行時、呼出し元
000000*                                ステップが前回試行で正常終了
000000*                                済みかをRUNSTATから判定し、
000000*                                失敗ステップからの再開を可能
000000*                                にする）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 : 初版作成
000000*        2026/10/15 : スキップ判定を呼出し元の最新START／END
000000*                     のみで行うよう変更（先行ステップの再実行
000000*                     で正常終了済みステップを再実行しない）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT OPTIONAL RUNSTAT-FILE    ASSIGN TO "RUNSTAT"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RUNSTAT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*/-------------------------------------------------------------/*
000000*  実行ステータスファイル（各ステップのSTART／END記録、
000000*  CBV0001I01の再実行開始（RSTRT）記録）
000000*/-------------------------------------------------------------/*
000000 FD  RUNSTAT-FILE.
000000 01  RUNSTAT-RECORD.
000000 COPY CBV0001RC.
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000*/-------------------------------------------------------------/*
000000 01 WS-VARIABLES.
000000    03 WS-EOF-FLG                PIC X(01) VALUE 'N'.
000000       88 WS-EOF                           VALUE 'Y'.
000000    03 WS-LAST-EVENT             PIC X(01) VALUE SPACE.
000000       88 WS-LAST-IS-START                 VALUE 'S'.
000000       88 WS-LAST-IS-END                   VALUE 'E'.
000000    03 WS-LAST-RC                PIC 9(02) VALUE 0.
000000    03 WS-LAST-END-TS            PIC X(14) VALUE SPACES.
000000    03 WS-RSTRT-CNT              PIC 9(03) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000 01 WS-FILE-STATUS.
000000    03 WS-RUNSTAT-STATUS         PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  定数定義
000000*/-------------------------------------------------------------/*
000000 01 CST-VARIABLES.
000000    03 CST-CLEAN-RC-LIMIT        PIC 9(02) VALUE 8.
000000 LINKAGE                         SECTION.
000000*/-------------------------------------------------------------/*
000000*  連絡領域（呼出し元との授受）
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001PC.
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION
000000                                 USING S02-PARM-AREA.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            RUNSTATの対象実行ID分を走査し、スキップ可否と
000000*            前回の終了コードを返却
000000*            （呼出し元の最新START／END記録がRC8未満の
000000*            ENDである場合はスキップ。他ステップの再実行
000000*            有無は判定に含めない）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     PERFORM CBV0001-INIT-CALL.
000000     IF S02-RUN-ID NOT = SPACES
000000         PERFORM CBV0001-SCAN-RUNSTAT
000000     END-IF.
000000     COMPUTE S02-ATTEMPT = WS-RSTRT-CNT + 1.
000000     IF WS-LAST-IS-END
000000     AND WS-LAST-RC < CST-CLEAN-RC-LIMIT
000000         SET S02-SKIP            TO TRUE
000000         MOVE WS-LAST-RC         TO S02-RETCODE
000000         MOVE WS-LAST-END-TS     TO S02-END-TS
000000     END-IF.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-INIT-CALL
000000* OVERVIEW : 呼出し単位初期化処理
000000*            作業領域と出力項目の初期化
000000*/-------------------------------------------------------------/*
000000 CBV0001-INIT-CALL.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     MOVE SPACE                  TO WS-LAST-EVENT.
000000     MOVE 0                      TO WS-LAST-RC.
000000     MOVE SPACES                 TO WS-LAST-END-TS.
000000     MOVE 0                      TO WS-RSTRT-CNT.
000000     MOVE 'N'                    TO S02-SKIP-FLG.
000000     MOVE 0                      TO S02-RETCODE.
000000     MOVE SPACES                 TO S02-END-TS.
000000     MOVE 0                      TO S02-ATTEMPT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SCAN-RUNSTAT
000000* OVERVIEW : 実行ステータス走査処理
000000*            ファイル未作成・オープン不可時はスキップしない
000000*            （通常実行として扱う）
000000*/-------------------------------------------------------------/*
000000 CBV0001-SCAN-RUNSTAT.
000000     OPEN INPUT RUNSTAT-FILE.
000000     IF WS-RUNSTAT-STATUS = '00'
000000         PERFORM UNTIL WS-EOF
000000             READ RUNSTAT-FILE
000000                 AT END
000000                     SET WS-EOF  TO TRUE
000000                 NOT AT END
000000                     IF RS-RUN-ID = S02-RUN-ID
000000                         PERFORM CBV0001-TALLY-EVENT
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE RUNSTAT-FILE
000000     ELSE
000000         IF WS-RUNSTAT-STATUS NOT = '05'
000000             DISPLAY 'CBV0001S02: RUN STATUS FILE NOT AVAILABLE'
000000                     ' - STEP WILL RUN - STATUS='
000000                     WS-RUNSTAT-STATUS
000000         END-IF
000000         CLOSE RUNSTAT-FILE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-EVENT
000000* OVERVIEW : ステータスレコード1件判定処理
000000*            RSTRTで試行回数を計数し、呼出し元プログラムの
000000*            最新START／ENDを保持
000000*            （SKIP記録は判定対象外）
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-EVENT.
000000     EVALUATE RS-EVENT
000000         WHEN 'RSTRT'
000000             ADD 1 TO WS-RSTRT-CNT
000000         WHEN 'START'
000000             IF RS-PGM-ID = S02-PGM-ID
000000                 SET WS-LAST-IS-START TO TRUE
000000             END-IF
000000         WHEN 'END  '
000000             IF RS-PGM-ID = S02-PGM-ID
000000                 SET WS-LAST-IS-END TO TRUE
000000                 MOVE RS-RETCODE TO WS-LAST-RC
000000                 MOVE RS-TIMESTAMP(1:14)
000000                                 TO WS-LAST-END-TS
000000             END-IF
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     EXIT.
000000*****************************************************************
