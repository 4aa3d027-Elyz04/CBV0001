000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001I01
000000*    JOB NAME       :            CBV0001J（STEP001）
000000*    INPUT          :            I1PARM （再実行指示ファイル）
000000*                                RUNCTL （実行管理ファイル）
000000*                                RUNSTAT（実行ステータスファイル）
000000*    OUTPUT         :            RUNCTL （実行管理ファイル）
000000*                                RUNSTAT（実行ステータスファイル）
000000*    AFFECT TABLE   :            N/A
000000*        2026/08/23 : 初版作成
000000*        2026/08/23 : レビュー指摘対応（ENDステータスレコード
000000*                     を追加し他ステップと記録形式を統一）
000000*        2026/10/15 : 再実行モードを追加（再実行指示ファイル
000000*                     （I1PARM）の指示時は前回の実行IDを
000000*                     引継ぎRSTRTレコードを記録、後続ステップ
000000*                     は正常終了済みならスキップする。前回
000000*                     実行が完了済みの場合は指示を無視して
000000*                     新規採番、指示は読込時に消込み）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     SELECT OPTIONAL RUNSTAT-FILE    ASSIGN TO "RUNSTAT"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RUNSTAT-STATUS.
000000     SELECT OPTIONAL I1PARM-FILE     ASSIGN TO "I1PARM"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-I1PARM-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*/-------------------------------------------------------------/*
000000 FD  RUNSTAT-FILE.
000000 01  RUNSTAT-RECORD.
000000 COPY CBV0001RC.
000000*/-------------------------------------------------------------/*
000000*  再実行指示ファイル（'R'で同一実行IDの再実行、読込後消込み）
000000*/-------------------------------------------------------------/*
000000 FD  I1PARM-FILE.
000000 01  I1PARM-RECORD.
000000     03 I1PARM-RESTART           PIC X(01).
000000        88 I1PARM-RESTART-REQ               VALUE 'R'.
000000     03 FILLER                   PIC X(79).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000    03 WS-RUN-ID                 PIC X(14).
000000    03 WS-TIMESTAMP              PIC X(21).
000000    03 WS-RS-EVENT               PIC X(05).
000000    03 WS-EOF-FLG                PIC X(01) VALUE 'N'.
000000       88 WS-EOF                           VALUE 'Y'.
000000    03 WS-RESTART-REQ-FLG        PIC X(01) VALUE 'N'.
000000       88 WS-RESTART-REQ                   VALUE 'Y'.
000000    03 WS-RESTART-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-RESTART                       VALUE 'Y'.
000000    03 WS-RSTRT-CNT              PIC 9(03) VALUE 0.
000000    03 WS-ATTEMPT                PIC 9(03) VALUE 0.
000000    03 WS-INCOMPLETE             PIC 9(03) VALUE 0.
000000    03 WS-IX                     PIC 9(03).
000000    03 WS-HIT-IX                 PIC 9(03).
000000*/-------------------------------------------------------------/*
000000*  ステップ状態テーブル（再実行対象実行IDのプログラム別
000000*  最新START／END）
000000*/-------------------------------------------------------------/*
000000 01 WS-STEP-TAB.
000000    03 WS-STP-USED               PIC 9(03) VALUE 0.
000000    03 WS-STP-ENT OCCURS 30.
000000       05 WS-STP-PGM-ID          PIC X(10).
000000       05 WS-STP-LAST-EVENT      PIC X(01).
000000       05 WS-STP-RETCODE         PIC 9(02).
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000 01 WS-FILE-STATUS.
000000    03 WS-RUNCTL-STATUS          PIC X(02).
000000    03 WS-RUNSTAT-STATUS         PIC X(02).
000000    03 WS-I1PARM-STATUS          PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  定数定義
000000*/-------------------------------------------------------------/*
000000 01 CST-VARIABLES.
000000    03 CST-CLEAN-RC-LIMIT        PIC 9(02) VALUE 8.
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            再実行指示の判定と、実行IDの引継ぎ（再実行）
000000*            または新規採番
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     MOVE FUNCTION CURRENT-DATE  TO WS-TIMESTAMP.
000000     PERFORM CBV0001-READ-I1PARM.
000000     IF WS-RESTART-REQ
000000         PERFORM CBV0001-CHECK-RESTART
000000     END-IF.
000000     IF WS-RESTART
000000         PERFORM CBV0001-RESUME-RUN
000000     ELSE
000000         PERFORM CBV0001-ASSIGN-RUN
000000     END-IF.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-ASSIGN-RUN
000000* OVERVIEW : 実行ID採番処理
000000*            実行IDの採番・実行管理ファイル書出し・
000000*            ジョブ開始ステータスの記録
000000*/-------------------------------------------------------------/*
000000 CBV0001-ASSIGN-RUN.
000000     MOVE WS-TIMESTAMP(1:14)     TO WS-RUN-ID.
000000     MOVE 'START'                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     MOVE 0                      TO RETURN-CODE.
000000     MOVE 'END  '                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-RESUME-RUN
000000* OVERVIEW : 再実行開始処理
000000*            実行管理ファイルの実行IDを引継ぎ、再実行開始
000000*            （RSTRT）レコードを記録（以降の各ステップは
000000*            当該実行IDの自ステップ最新START／ENDがRC8
000000*            未満のENDならスキップ、先行ステップが再実行
000000*            されても正常終了済みステップは再実行しない。
000000*            オープン失敗を含むRC8以上・END欠落・未実行の
000000*            ステップのみ再実行）
000000*/-------------------------------------------------------------/*
000000 CBV0001-RESUME-RUN.
000000     COMPUTE WS-ATTEMPT = WS-RSTRT-CNT + 2.
000000     MOVE 0                      TO RETURN-CODE.
000000     MOVE 'RSTRT'                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     DISPLAY 'CBV0001I01: RUN ID ' WS-RUN-ID ' RESUMED -'
000000             ' ATTEMPT ' WS-ATTEMPT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-READ-I1PARM
000000* OVERVIEW : 再実行指示読込処理
000000*            再実行指示を取得し、翌日以降へ持越さないよう
000000*            指示を消込み
000000*/-------------------------------------------------------------/*
000000 CBV0001-READ-I1PARM.
000000     OPEN I-O I1PARM-FILE.
000000     IF WS-I1PARM-STATUS = '00'
000000         READ I1PARM-FILE
000000             AT END
000000                 CONTINUE
000000             NOT AT END
000000                 IF I1PARM-RESTART-REQ
000000                     SET WS-RESTART-REQ TO TRUE
000000                     MOVE SPACE  TO I1PARM-RESTART
000000                     REWRITE I1PARM-RECORD
000000                     IF WS-I1PARM-STATUS NOT = '00'
000000                         DISPLAY 'CBV0001I01: RESTART FLAG NOT'
000000                                 ' RESET - CLEAR I1PARM BEFORE'
000000                                 ' THE NEXT RUN'
000000                     END-IF
000000                 END-IF
000000         END-READ
000000     END-IF.
000000     CLOSE I1PARM-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-RESTART
000000* OVERVIEW : 再実行可否判定処理
000000*            実行管理ファイルの実行IDについて、END欠落または
000000*            RC8以上で終了したステップがある場合のみ再実行
000000*            を許可（完了済みの場合は新規採番へ切替え）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-RESTART.
000000     MOVE SPACES                 TO WS-RUN-ID.
000000     OPEN INPUT RUNCTL-FILE.
000000     IF WS-RUNCTL-STATUS = '00'
000000         READ RUNCTL-FILE
000000             AT END
000000                 CONTINUE
000000             NOT AT END
000000                 MOVE RUNCTL-RUN-ID TO WS-RUN-ID
000000         END-READ
000000         CLOSE RUNCTL-FILE
000000     END-IF.
000000     IF WS-RUN-ID = SPACES
000000         DISPLAY 'CBV0001I01: RESTART REQUESTED BUT NO PREVIOUS'
000000                 ' RUN ID - NEW RUN ID WILL BE ASSIGNED'
000000     ELSE
000000         PERFORM CBV0001-LOAD-STEPS
000000         PERFORM VARYING WS-IX FROM 1 BY 1
000000                 UNTIL WS-IX > WS-STP-USED
000000             IF WS-STP-LAST-EVENT(WS-IX) = 'S'
000000             OR WS-STP-RETCODE(WS-IX) >= CST-CLEAN-RC-LIMIT
000000                 ADD 1 TO WS-INCOMPLETE
000000                 DISPLAY 'CBV0001I01: ' WS-STP-PGM-ID(WS-IX)
000000                         ' DID NOT COMPLETE IN RUN ' WS-RUN-ID
000000             END-IF
000000         END-PERFORM
000000         IF WS-INCOMPLETE > 0
000000             SET WS-RESTART      TO TRUE
000000         ELSE
000000             DISPLAY 'CBV0001I01: RUN ' WS-RUN-ID
000000                     ' HAS NO INCOMPLETE STEP - RESTART IGNORED,'
000000                     ' NEW RUN ID WILL BE ASSIGNED'
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-STEPS
000000* OVERVIEW : ステップ状態集計処理
000000*            対象実行IDのSTART／ENDをプログラム別に集約し、
000000*            過去の再実行開始（RSTRT）件数を計数
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-STEPS.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     OPEN INPUT RUNSTAT-FILE.
000000     IF WS-RUNSTAT-STATUS = '00'
000000         PERFORM UNTIL WS-EOF
000000             READ RUNSTAT-FILE
000000                 AT END
000000                     SET WS-EOF  TO TRUE
000000                 NOT AT END
000000                     IF RS-RUN-ID = WS-RUN-ID
000000                         PERFORM CBV0001-TALLY-STEP
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000     END-IF.
000000     CLOSE RUNSTAT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-STEP
000000* OVERVIEW : ステータスレコード1件集約処理
000000*            プログラム別の最新イベント（START／END）と
000000*            終了コードを保持（SKIP記録は対象外）
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-STEP.
000000     IF RS-EVENT = 'RSTRT'
000000         ADD 1 TO WS-RSTRT-CNT
000000     END-IF.
000000     IF RS-EVENT = 'START' OR RS-EVENT = 'END  '
000000         MOVE 0                  TO WS-HIT-IX
000000         PERFORM VARYING WS-IX FROM 1 BY 1
000000                 UNTIL WS-IX > WS-STP-USED
000000             IF WS-STP-PGM-ID(WS-IX) = RS-PGM-ID
000000                 MOVE WS-IX      TO WS-HIT-IX
000000             END-IF
000000         END-PERFORM
000000         IF WS-HIT-IX = 0 AND WS-STP-USED < 30
000000             ADD 1 TO WS-STP-USED
000000             MOVE WS-STP-USED    TO WS-HIT-IX
000000             MOVE RS-PGM-ID      TO WS-STP-PGM-ID(WS-HIT-IX)
000000         END-IF
000000         IF WS-HIT-IX > 0
000000             IF RS-EVENT = 'START'
000000                 MOVE 'S'        TO WS-STP-LAST-EVENT(WS-HIT-IX)
000000                 MOVE 0          TO WS-STP-RETCODE(WS-HIT-IX)
000000             ELSE
000000                 MOVE 'E'        TO WS-STP-LAST-EVENT(WS-HIT-IX)
000000                 MOVE RS-RETCODE TO WS-STP-RETCODE(WS-HIT-IX)
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-WRITE-RUNSTAT
000000* OVERVIEW : 実行ステータス出力処理
000000*            開始・終了・再実行開始イベントをステータス
000000*            ファイルへ追記
000000*/-------------------------------------------------------------/*
000000 CBV0001-WRITE-RUNSTAT.
000000     OPEN EXTEND RUNSTAT-FILE.
