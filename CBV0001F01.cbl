000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     CBV0001F01.
000000*/-------------------------------------------------------------/*
000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001F01
000000*    JOB NAME       :            CBV0001J（STEP045）
000000*    INPUT          :            REJFILE （リジェクトサスペンス
000000*                                          マスタ）
000000*                                RTNPARM （返却先定義パラメタ）
000000*                                RUNCTL  （実行管理ファイル）
000000*    OUTPUT         :            RTNFIL1〜RTNFIL5（発生元別
000000*                                          リジェクト返却ファイル）
000000*                                RTNRPT  （返却結果レポート）
000000*                                RUNSTAT （実行ステータス
000000*                                          ファイル）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*    PURPOSE        :            発生元別リジェクト返却処理
000000*                                （サスペンスマスタのOPEN状態
000000*                                リジェクトを発生元システム別に
000000*                                INFILEと同一のHDR／TRL制御
000000*                                形式で返却ファイルへ出力し、
000000*                                項目別結果コードを付加する。
000000*                                返却済みリジェクトは状態
000000*                                RETURNEDへ書替えて訂正トラン
000000*                                による再投入対象から除外する。
000000*                                返却先はRTNPARMで発生元システム
000000*                                ごとに出力スロット1〜5を指定、
000000*                                未指定システムは従来どおり
000000*                                データエントリ部門で訂正）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 : 初版作成
000000*        2026/10/15 : 同一実行IDでの再実行対応（前回試行で
000000*                     正常終了済みの場合はCBV0001S02の判定
000000*                     によりSKIPを記録して前回の終了コード
000000*                     で終了）
000000*        2026/10/15 : リジェクトサスペンスレコードへ項目別
000000*                     結果コード（最大10項目）を追加（発生元
000000*                     システム別明細レイアウト対応に追随）
000000*        2026/10/15 : 返却明細を標準レイアウトのイメージ
000000*                     から入力レコード原データ（発生元
000000*                     レイアウトのまま）へ変更（サスペンス
000000*                     レコードの原データ追加に伴う）
000000*        2026/10/15 : 開始記録をファイルオープン前に出力し、
000000*                     オープン失敗時もRC8の終了記録を出力
000000*                     （オープン失敗ステップを再実行で再開
000000*                     可能にする）
000000*        2026/10/15 : 返却明細へ項目別結果コード（レイアウト
000000*                     項目順、最大10項目）を付加、返却ファイル
000000*                     のレコード長を266から286へ変更
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT OPTIONAL REJECT-FILE     ASSIGN TO "REJFILE"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS REJ-KEY
000000         FILE STATUS IS WS-REJFILE-STATUS.
000000     SELECT OPTIONAL RTNPARM-FILE    ASSIGN TO "RTNPARM"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RTNPARM-STATUS.
000000     SELECT RETURN-FILE-1        ASSIGN TO "RTNFIL1"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RTNFIL1-STATUS.
000000     SELECT RETURN-FILE-2        ASSIGN TO "RTNFIL2"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RTNFIL2-STATUS.
000000     SELECT RETURN-FILE-3        ASSIGN TO "RTNFIL3"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RTNFIL3-STATUS.
000000     SELECT RETURN-FILE-4        ASSIGN TO "RTNFIL4"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RTNFIL4-STATUS.
000000     SELECT RETURN-FILE-5        ASSIGN TO "RTNFIL5"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RTNFIL5-STATUS.
000000     SELECT REPORT-FILE          ASSIGN TO "RTNRPT"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REPORT-STATUS.
000000     SELECT OPTIONAL RUNCTL-FILE     ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RUNCTL-STATUS.
000000     SELECT OPTIONAL RUNSTAT-FILE    ASSIGN TO "RUNSTAT"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RUNSTAT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*/-------------------------------------------------------------/*
000000*  リジェクトサスペンスマスタ（コード・発生日キーの索引
000000*  編成、状態OPEN／RECYCLED／CANCELLED／RETURNEDで
000000*  ライフサイクル管理、発生元システム・バッチIDを保持）
000000*/-------------------------------------------------------------/*
000000 FD  REJECT-FILE.
000000 01  REJECT-RECORD.
000000     03 REJ-KEY.
000000        05 REJ-CODE              PIC X(09).
000000        05 REJ-DATE              PIC X(08).
000000     03 REJ-RAW-DATA             PIC X(200).
000000     03 REJ-CODE-RC              PIC 9(02).
000000     03 REJ-AMT-RC               PIC 9(02).
000000     03 REJ-DATE-RC              PIC 9(02).
000000     03 REJ-RESULT-DESC          PIC X(30).
000000     03 REJ-RUN-ID               PIC X(14).
000000     03 REJ-PGM-ID               PIC X(10).
000000     03 REJ-STATUS               PIC X(01).
000000        88 REJ-OPEN                         VALUE 'O'.
000000        88 REJ-RETURNED                     VALUE 'T'.
000000     03 REJ-ORIG-SYS             PIC X(08).
000000     03 REJ-BATCH-ID             PIC X(08).
000000     03 REJ-FLD-RCS.
000000        05 REJ-FLD-RC OCCURS 10  PIC 9(02).
000000     03 REJ-SRC-DATA             PIC X(200).
000000*/-------------------------------------------------------------/*
000000*  返却先定義パラメタファイル（発生元システム1件につき
000000*  1行、返却ファイルの出力スロット番号1〜5を指定）
000000*/-------------------------------------------------------------/*
000000 FD  RTNPARM-FILE.
000000 01  RTNPARM-RECORD.
000000     03 RTNPARM-ORIG-SYS         PIC X(08).
000000     03 RTNPARM-SLOT             PIC X(01).
000000*/-------------------------------------------------------------/*
000000*  発生元別リジェクト返却ファイル（先頭200バイトはINFILEと
000000*  同一形式、明細は項目別結果コード等を後続に付加）
000000*/-------------------------------------------------------------/*
000000 FD  RETURN-FILE-1.
000000 01  RETURN-RECORD-1             PIC X(286).
000000 FD  RETURN-FILE-2.
000000 01  RETURN-RECORD-2             PIC X(286).
000000 FD  RETURN-FILE-3.
000000 01  RETURN-RECORD-3             PIC X(286).
000000 FD  RETURN-FILE-4.
000000 01  RETURN-RECORD-4             PIC X(286).
000000 FD  RETURN-FILE-5.
000000 01  RETURN-RECORD-5             PIC X(286).
000000*/-------------------------------------------------------------/*
000000*  返却結果レポートファイル
000000*/-------------------------------------------------------------/*
000000 FD  REPORT-FILE.
000000 01  REPORT-RECORD               PIC X(132).
000000*/-------------------------------------------------------------/*
000000*  実行管理ファイル（CBV0001I01が採番した実行ID）
000000*/-------------------------------------------------------------/*
000000 FD  RUNCTL-FILE.
000000 01  RUNCTL-RECORD.
000000     03 RUNCTL-RUN-ID            PIC X(14).
000000     03 RUNCTL-RUN-DATE          PIC X(08).
000000*/-------------------------------------------------------------/*
000000*  実行ステータスファイル（各ステップのSTART／END記録）
000000*/-------------------------------------------------------------/*
000000 FD  RUNSTAT-FILE.
000000 01  RUNSTAT-RECORD.
000000 COPY CBV0001RC.
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000*/-------------------------------------------------------------/*
000000 01 WS-VARIABLES.
000000    03 WS-REJ-AVAIL-FLG          PIC X(01) VALUE 'N'.
000000       88 WS-REJ-AVAIL                     VALUE 'Y'.
000000    03 WS-PARM-EOF-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-PARM-EOF                      VALUE 'Y'.
000000    03 WS-SCAN-EOF-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-SCAN-EOF                      VALUE 'Y'.
000000    03 WS-SETUP-ERR-FLG          PIC X(01) VALUE 'N'.
000000       88 WS-SETUP-ERR                     VALUE 'Y'.
000000    03 WS-RUN-DATE               PIC X(08).
000000    03 WS-RUN-ID                 PIC X(14) VALUE SPACES.
000000    03 WS-RS-EVENT               PIC X(05).
000000    03 WS-SLOT                   PIC 9(01).
000000    03 WS-IX                     PIC 9(03).
000000    03 WS-HIT-IX                 PIC 9(03).
000000    03 WS-FILE-STAT              PIC X(02).
000000    03 WS-SRCH-SYS               PIC X(08).
000000    03 WS-HASH-TEMP              PIC X(09).
000000    03 WS-HASH-NUM               PIC 9(09).
000000*/-------------------------------------------------------------/*
000000*  返却ファイル出力スロットテーブル（スロット番号＝添字）
000000*/-------------------------------------------------------------/*
000000 01 WS-RTE-TAB.
000000    03 WS-RTE-ENT OCCURS 5.
000000       05 WS-RTE-SYS             PIC X(08).
000000       05 WS-RTE-OPEN-FLG        PIC X(01).
000000          88 WS-RTE-OPEN                   VALUE 'Y'.
000000       05 WS-RTE-COUNT           PIC 9(07).
000000       05 WS-RTE-HASH            PIC 9(13).
000000*/-------------------------------------------------------------/*
000000*  返却先未定義の発生元システム別集計テーブル
000000*/-------------------------------------------------------------/*
000000 01 WS-SYS-TAB.
000000    03 WS-SYS-USED               PIC 9(03) VALUE 0.
000000    03 WS-SYS-ENT OCCURS 50.
000000       05 WS-SYS-ID              PIC X(08).
000000       05 WS-SYS-OPEN            PIC 9(07).
000000*/-------------------------------------------------------------/*
000000*  返却レコード編集域
000000*/-------------------------------------------------------------/*
000000 01 WS-RTN-RECORD.
000000    03 WS-RTN-DATA               PIC X(200).
000000    03 WS-RTN-CODE-RC            PIC 9(02).
000000    03 WS-RTN-AMT-RC             PIC 9(02).
000000    03 WS-RTN-DATE-RC            PIC 9(02).
000000    03 WS-RTN-RESULT-DESC        PIC X(30).
000000    03 WS-RTN-REJ-DATE           PIC X(08).
000000    03 WS-RTN-BATCH-ID           PIC X(08).
000000    03 WS-RTN-RUN-ID             PIC X(14).
000000    03 WS-RTN-FLD-RCS            PIC X(20).
000000 01 WS-RTN-HEADER.
000000    03 FILLER                    PIC X(03) VALUE 'HDR'.
000000    03 WS-RTN-HDR-BATCH-ID       PIC X(08) VALUE 'RETURNED'.
000000    03 WS-RTN-HDR-BUS-DATE       PIC X(08).
000000    03 WS-RTN-HDR-ORIG-SYS       PIC X(08).
000000    03 FILLER                    PIC X(173) VALUE SPACES.
000000 01 WS-RTN-TRAILER.
000000    03 FILLER                    PIC X(03) VALUE 'TRL'.
000000    03 WS-RTN-TRL-EXP-COUNT      PIC 9(07).
000000    03 WS-RTN-TRL-HASH-TOTAL     PIC 9(13).
000000    03 FILLER                    PIC X(177) VALUE SPACES.
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000 01 WS-FILE-STATUS.
000000    03 WS-REJFILE-STATUS         PIC X(02).
000000    03 WS-RTNPARM-STATUS         PIC X(02).
000000    03 WS-RTNFIL1-STATUS         PIC X(02).
000000    03 WS-RTNFIL2-STATUS         PIC X(02).
000000    03 WS-RTNFIL3-STATUS         PIC X(02).
000000    03 WS-RTNFIL4-STATUS         PIC X(02).
000000    03 WS-RTNFIL5-STATUS         PIC X(02).
000000    03 WS-REPORT-STATUS          PIC X(02).
000000    03 WS-RUNCTL-STATUS          PIC X(02).
000000    03 WS-RUNSTAT-STATUS         PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  制御合計カウンタ
000000*/-------------------------------------------------------------/*
000000 01 WS-TOTALS.
000000    03 WS-TOT-REJ-READ           PIC 9(07) VALUE 0.
000000    03 WS-TOT-OPEN               PIC 9(07) VALUE 0.
000000    03 WS-TOT-RETURNED           PIC 9(07) VALUE 0.
000000    03 WS-TOT-UNROUTED           PIC 9(07) VALUE 0.
000000    03 WS-TOT-SYS-DROP           PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  レポート編集行
000000*/-------------------------------------------------------------/*
000000 01 RPT-HEADER-1.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(48) VALUE
000000       'CBV0001F01 REJECT RETURN FEED REPORT'.
000000    03 FILLER                    PIC X(09) VALUE 'RUN DATE='.
000000    03 RPT-HDR-DATE              PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(07) VALUE 'RUN ID='.
000000    03 RPT-HDR-RUN-ID            PIC X(14).
000000    03 FILLER                    PIC X(42) VALUE SPACES.
000000 01 RPT-SECTION-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SEC-TITLE             PIC X(60).
000000    03 FILLER                    PIC X(70) VALUE SPACES.
000000 01 RPT-SLOT-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(07) VALUE 'RTNFIL'.
000000    03 RPT-SLT-SLOT              PIC 9(01).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SLT-SYS               PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SLT-COUNT             PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SLT-NOTE              PIC X(30).
000000    03 FILLER                    PIC X(71) VALUE SPACES.
000000 01 RPT-SYS-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SYS-ID                PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SYS-OPEN              PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(113) VALUE SPACES.
000000 01 RPT-TOTAL-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-TOT-LABEL             PIC X(28).
000000    03 FILLER                    PIC X(02) VALUE ': '.
000000    03 RPT-TOT-COUNT             PIC 9(07).
000000    03 FILLER                    PIC X(93) VALUE SPACES.
000000*/-------------------------------------------------------------/*
000000*  定数定義
000000*/-------------------------------------------------------------/*
000000 01 CST-VARIABLES.
000000    03 CST-TIMESTAMP             PIC X(21).
000000    03 CST-MAX-SLOT              PIC 9(01) VALUE 5.
000000*/-------------------------------------------------------------/*
000000*  CBV0001S02（再実行スキップ判定サブプログラム）連絡領域
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001PC.
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            返却先定義の読込・返却ファイル作成・サスペンス
000000*            マスタ走査・返却結果レポート出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     PERFORM CBV0001-INIT-WS.
000000     PERFORM CBV0001-CHECK-RERUN.
000000     MOVE 'START'                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     PERFORM CBV0001-OPEN-FILES.
000000     PERFORM CBV0001-SCAN-SUSPENSE.
000000     PERFORM CBV0001-CLOSE-RETURNS.
000000     PERFORM CBV0001-PRINT-REPORT.
000000     PERFORM CBV0001-CLOSE-FILES.
000000     IF WS-SETUP-ERR OR WS-TOT-SYS-DROP > 0
000000         MOVE 4                  TO RETURN-CODE
000000     ELSE
000000         MOVE 0                  TO RETURN-CODE
000000     END-IF.
000000     MOVE 'END  '                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-INIT-WS
000000* OVERVIEW : ワーク変数初期化処理
000000*            実行日の取得と返却先定義パラメタの読込
000000*/-------------------------------------------------------------/*
000000 CBV0001-INIT-WS.
000000     MOVE FUNCTION CURRENT-DATE  TO CST-TIMESTAMP.
000000     MOVE CST-TIMESTAMP(1:8)     TO WS-RUN-DATE.
000000     PERFORM CBV0001-READ-RUNCTL.
000000     PERFORM VARYING WS-SLOT FROM 1 BY 1
000000             UNTIL WS-SLOT > CST-MAX-SLOT
000000         MOVE SPACES             TO WS-RTE-SYS(WS-SLOT)
000000         MOVE 'N'                TO WS-RTE-OPEN-FLG(WS-SLOT)
000000         MOVE 0                  TO WS-RTE-COUNT(WS-SLOT)
000000         MOVE 0                  TO WS-RTE-HASH(WS-SLOT)
000000     END-PERFORM.
000000     OPEN INPUT RTNPARM-FILE.
000000     IF WS-RTNPARM-STATUS = '00'
000000         PERFORM UNTIL WS-PARM-EOF
000000             READ RTNPARM-FILE
000000                 AT END
000000                     SET WS-PARM-EOF TO TRUE
000000                 NOT AT END
000000                     PERFORM CBV0001-LOAD-ONE-ROUTE
000000             END-READ
000000         END-PERFORM
000000     ELSE
000000         DISPLAY 'CBV0001F01: RETURN ROUTING FILE NOT AVAILABLE'
000000                 ' - NO REJECTS RETURNED'
000000     END-IF.
000000     CLOSE RTNPARM-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-ONE-ROUTE
000000* OVERVIEW : 返却先定義1件登録処理
000000*            スロット番号の範囲・重複と発生元の重複を
000000*            チェックして出力スロットテーブルへ登録
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-ONE-ROUTE.
000000     IF RTNPARM-SLOT IS NOT NUMERIC
000000     OR RTNPARM-SLOT = '0'
000000     OR RTNPARM-ORIG-SYS = SPACES
000000         DISPLAY 'CBV0001F01: INVALID RETURN ROUTE IGNORED - '
000000                 RTNPARM-RECORD
000000         SET WS-SETUP-ERR        TO TRUE
000000     ELSE
000000         MOVE RTNPARM-SLOT       TO WS-SLOT
000000         MOVE RTNPARM-ORIG-SYS   TO WS-SRCH-SYS
000000         PERFORM CBV0001-FIND-ROUTE
000000         EVALUATE TRUE
000000             WHEN WS-SLOT > CST-MAX-SLOT
000000                 DISPLAY 'CBV0001F01: RETURN SLOT OUT OF RANGE'
000000                         ' - ' RTNPARM-RECORD
000000                 SET WS-SETUP-ERR    TO TRUE
000000             WHEN WS-HIT-IX > 0
000000                 DISPLAY 'CBV0001F01: ORIGINATING SYSTEM '
000000                         RTNPARM-ORIG-SYS ' ROUTED TWICE -'
000000                         ' FIRST ROUTE KEPT'
000000                 SET WS-SETUP-ERR    TO TRUE
000000             WHEN WS-RTE-SYS(WS-SLOT) NOT = SPACES
000000                 DISPLAY 'CBV0001F01: RETURN SLOT ' WS-SLOT
000000                         ' ALREADY USED BY '
000000                         WS-RTE-SYS(WS-SLOT) ' - '
000000                         RTNPARM-ORIG-SYS ' NOT ROUTED'
000000                 SET WS-SETUP-ERR    TO TRUE
000000             WHEN OTHER
000000                 MOVE RTNPARM-ORIG-SYS
000000                                 TO WS-RTE-SYS(WS-SLOT)
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-FIND-ROUTE
000000* OVERVIEW : 返却先検索処理
000000*            発生元システムに対応する出力スロットを検索
000000*            （WS-SRCH-SYSの発生元で検索し、
000000*            該当スロットをWS-HIT-IXへ返却、なしは0）
000000*/-------------------------------------------------------------/*
000000 CBV0001-FIND-ROUTE.
000000     MOVE 0                      TO WS-HIT-IX.
000000     PERFORM VARYING WS-IX FROM 1 BY 1
000000             UNTIL WS-IX > CST-MAX-SLOT OR WS-HIT-IX > 0
000000         IF WS-RTE-SYS(WS-IX) = WS-SRCH-SYS
000000             MOVE WS-IX          TO WS-HIT-IX
000000         END-IF
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-OPEN-FILES
000000* OVERVIEW : ファイルオープン処理
000000*            入出力ファイルのオープンと、返却先定義済み
000000*            スロットの返却ファイルへのヘッダ出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-OPEN-FILES.
000000     OPEN I-O REJECT-FILE.
000000     IF WS-REJFILE-STATUS = '00' OR WS-REJFILE-STATUS = '05'
000000         SET WS-REJ-AVAIL        TO TRUE
000000     ELSE
000000         DISPLAY 'CBV0001F01: REJECT SUSPENSE FILE NOT'
000000                 ' AVAILABLE - NOTHING TO RETURN'
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-REPORT-STATUS NOT = '00'
000000         DISPLAY 'CBV0001F01: REPORT FILE OPEN FAILED -'
000000                 ' STATUS=' WS-REPORT-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     PERFORM VARYING WS-SLOT FROM 1 BY 1
000000             UNTIL WS-SLOT > CST-MAX-SLOT
000000         IF WS-RTE-SYS(WS-SLOT) NOT = SPACES
000000             PERFORM CBV0001-OPEN-ONE-RETURN
000000         END-IF
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-OPEN-ONE-RETURN
000000* OVERVIEW : 返却ファイル1件オープン処理
000000*            スロットの返却ファイルをオープンしてヘッダを
000000*            出力（オープン失敗時は当該発生元を返却対象外）
000000*/-------------------------------------------------------------/*
000000 CBV0001-OPEN-ONE-RETURN.
000000     EVALUATE WS-SLOT
000000         WHEN 1
000000             OPEN OUTPUT RETURN-FILE-1
000000             MOVE WS-RTNFIL1-STATUS  TO WS-FILE-STAT
000000         WHEN 2
000000             OPEN OUTPUT RETURN-FILE-2
000000             MOVE WS-RTNFIL2-STATUS  TO WS-FILE-STAT
000000         WHEN 3
000000             OPEN OUTPUT RETURN-FILE-3
000000             MOVE WS-RTNFIL3-STATUS  TO WS-FILE-STAT
000000         WHEN 4
000000             OPEN OUTPUT RETURN-FILE-4
000000             MOVE WS-RTNFIL4-STATUS  TO WS-FILE-STAT
000000         WHEN 5
000000             OPEN OUTPUT RETURN-FILE-5
000000             MOVE WS-RTNFIL5-STATUS  TO WS-FILE-STAT
000000     END-EVALUATE.
000000     IF WS-FILE-STAT = '00'
000000         SET WS-RTE-OPEN(WS-SLOT) TO TRUE
000000         MOVE SPACES             TO WS-RTN-RECORD
000000         MOVE WS-RUN-DATE        TO WS-RTN-HDR-BUS-DATE
000000         MOVE WS-RTE-SYS(WS-SLOT) TO WS-RTN-HDR-ORIG-SYS
000000         MOVE WS-RTN-HEADER      TO WS-RTN-DATA
000000         PERFORM CBV0001-PUT-RETURN
000000     ELSE
000000         DISPLAY 'CBV0001F01: RETURN FILE RTNFIL' WS-SLOT
000000                 ' OPEN FAILED - STATUS=' WS-FILE-STAT
000000                 ' - ' WS-RTE-SYS(WS-SLOT) ' NOT RETURNED'
000000         SET WS-SETUP-ERR        TO TRUE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PUT-RETURN
000000* OVERVIEW : 返却レコード出力処理
000000*            編集済み返却レコードをスロットの返却ファイルへ
000000*            出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PUT-RETURN.
000000     EVALUATE WS-SLOT
000000         WHEN 1
000000             WRITE RETURN-RECORD-1   FROM WS-RTN-RECORD
000000         WHEN 2
000000             WRITE RETURN-RECORD-2   FROM WS-RTN-RECORD
000000         WHEN 3
000000             WRITE RETURN-RECORD-3   FROM WS-RTN-RECORD
000000         WHEN 4
000000             WRITE RETURN-RECORD-4   FROM WS-RTN-RECORD
000000         WHEN 5
000000             WRITE RETURN-RECORD-5   FROM WS-RTN-RECORD
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CLOSE-RETURNS
000000* OVERVIEW : 返却ファイル締め処理
000000*            オープン済みスロットへ件数・ハッシュ合計の
000000*            トレーラを出力してクローズ
000000*/-------------------------------------------------------------/*
000000 CBV0001-CLOSE-RETURNS.
000000     PERFORM VARYING WS-SLOT FROM 1 BY 1
000000             UNTIL WS-SLOT > CST-MAX-SLOT
000000         IF WS-RTE-OPEN(WS-SLOT)
000000             MOVE SPACES         TO WS-RTN-RECORD
000000             MOVE WS-RTE-COUNT(WS-SLOT)
000000                                 TO WS-RTN-TRL-EXP-COUNT
000000             MOVE WS-RTE-HASH(WS-SLOT)
000000                                 TO WS-RTN-TRL-HASH-TOTAL
000000             MOVE WS-RTN-TRAILER TO WS-RTN-DATA
000000             PERFORM CBV0001-PUT-RETURN
000000             EVALUATE WS-SLOT
000000                 WHEN 1
000000                     CLOSE RETURN-FILE-1
000000                 WHEN 2
000000                     CLOSE RETURN-FILE-2
000000                 WHEN 3
000000                     CLOSE RETURN-FILE-3
000000                 WHEN 4
000000                     CLOSE RETURN-FILE-4
000000                 WHEN 5
000000                     CLOSE RETURN-FILE-5
000000             END-EVALUATE
000000         END-IF
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CLOSE-FILES
000000* OVERVIEW : ファイルクローズ処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-CLOSE-FILES.
000000     IF WS-REJ-AVAIL
000000         CLOSE REJECT-FILE
000000     END-IF.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SCAN-SUSPENSE
000000* OVERVIEW : サスペンスマスタ全件走査処理
000000*            OPEN状態リジェクトを発生元の返却先へ振分け
000000*/-------------------------------------------------------------/*
000000 CBV0001-SCAN-SUSPENSE.
000000     IF WS-REJ-AVAIL
000000         MOVE LOW-VALUES         TO REJ-KEY
000000         START REJECT-FILE KEY NOT < REJ-KEY
000000             INVALID KEY
000000                 SET WS-SCAN-EOF TO TRUE
000000         END-START
000000         PERFORM UNTIL WS-SCAN-EOF
000000             READ REJECT-FILE NEXT
000000                 AT END
000000                     SET WS-SCAN-EOF TO TRUE
000000                 NOT AT END
000000                     ADD 1 TO WS-TOT-REJ-READ
000000                     IF REJ-OPEN
000000                         PERFORM CBV0001-ROUTE-ONE-REJECT
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-ROUTE-ONE-REJECT
000000* OVERVIEW : OPENリジェクト1件振分け処理
000000*            返却先定義済み発生元は返却ファイルへ出力して
000000*            状態RETURNEDへ書替え、未定義発生元は件数のみ
000000*            計上（データエントリ部門の訂正対象として残す）
000000*/-------------------------------------------------------------/*
000000 CBV0001-ROUTE-ONE-REJECT.
000000     ADD 1 TO WS-TOT-OPEN.
000000     MOVE REJ-ORIG-SYS           TO WS-SRCH-SYS.
000000     PERFORM CBV0001-FIND-ROUTE.
000000     IF WS-HIT-IX > 0
000000         IF WS-RTE-OPEN(WS-HIT-IX)
000000             MOVE WS-HIT-IX      TO WS-SLOT
000000             PERFORM CBV0001-WRITE-RETURN
000000         ELSE
000000             PERFORM CBV0001-TALLY-UNROUTED
000000         END-IF
000000     ELSE
000000         PERFORM CBV0001-TALLY-UNROUTED
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-WRITE-RETURN
000000* OVERVIEW : 返却明細出力処理
000000*            入力レコード原データ（発生元レイアウトのまま）に
000000*            結果コード・リジェクト理由・発生日・元バッチID・
000000*            実行IDを付加して出力し、件数・ハッシュ合計
000000*            （INFILEのトレーラ照合と同一算式、コードで
000000*            算出）を加算、サスペンスレコードを状態
000000*            RETURNEDへ書替え（原データ追加前に登録された
000000*            レコードは標準レイアウトのイメージを返却）
000000*/-------------------------------------------------------------/*
000000 CBV0001-WRITE-RETURN.
000000     IF REJ-SRC-DATA NOT = SPACES
000000         MOVE REJ-SRC-DATA       TO WS-RTN-DATA
000000     ELSE
000000         MOVE REJ-RAW-DATA       TO WS-RTN-DATA
000000     END-IF.
000000     MOVE REJ-CODE-RC            TO WS-RTN-CODE-RC.
000000     MOVE REJ-AMT-RC             TO WS-RTN-AMT-RC.
000000     MOVE REJ-DATE-RC            TO WS-RTN-DATE-RC.
000000     MOVE REJ-RESULT-DESC        TO WS-RTN-RESULT-DESC.
000000     MOVE REJ-DATE               TO WS-RTN-REJ-DATE.
000000     MOVE REJ-BATCH-ID           TO WS-RTN-BATCH-ID.
000000     MOVE REJ-RUN-ID             TO WS-RTN-RUN-ID.
000000     MOVE REJ-FLD-RCS            TO WS-RTN-FLD-RCS.
000000     PERFORM CBV0001-PUT-RETURN.
000000     ADD 1 TO WS-RTE-COUNT(WS-SLOT).
000000     ADD 1 TO WS-TOT-RETURNED.
000000     MOVE REJ-CODE               TO WS-HASH-TEMP.
000000     INSPECT WS-HASH-TEMP
000000         REPLACING ALL '0' BY SPACE  ALL '1' BY SPACE
000000                   ALL '2' BY SPACE  ALL '3' BY SPACE
000000                   ALL '4' BY SPACE  ALL '5' BY SPACE
000000                   ALL '6' BY SPACE  ALL '7' BY SPACE
000000                   ALL '8' BY SPACE  ALL '9' BY SPACE.
000000     IF WS-HASH-TEMP = SPACES AND REJ-CODE NOT = SPACES
000000         MOVE REJ-CODE           TO WS-HASH-NUM
000000     ELSE
000000         MOVE 0                  TO WS-HASH-NUM
000000     END-IF.
000000     COMPUTE WS-RTE-HASH(WS-SLOT) = FUNCTION MOD(
000000             WS-RTE-HASH(WS-SLOT) + WS-HASH-NUM,
000000             10000000000000).
000000     MOVE 'T'                    TO REJ-STATUS.
000000     REWRITE REJECT-RECORD.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-UNROUTED
000000* OVERVIEW : 返却対象外リジェクト計上処理
000000*            発生元システム別テーブルの検索・登録と件数加算
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-UNROUTED.
000000     ADD 1 TO WS-TOT-UNROUTED.
000000     MOVE 0                      TO WS-HIT-IX.
000000     PERFORM VARYING WS-IX FROM 1 BY 1
000000             UNTIL WS-IX > WS-SYS-USED OR WS-HIT-IX > 0
000000         IF WS-SYS-ID(WS-IX) = REJ-ORIG-SYS
000000             MOVE WS-IX          TO WS-HIT-IX
000000         END-IF
000000     END-PERFORM.
000000     IF WS-HIT-IX = 0
000000         IF WS-SYS-USED < 50
000000             ADD 1 TO WS-SYS-USED
000000             MOVE WS-SYS-USED    TO WS-HIT-IX
000000             MOVE REJ-ORIG-SYS   TO WS-SYS-ID(WS-HIT-IX)
000000             MOVE 0              TO WS-SYS-OPEN(WS-HIT-IX)
000000         ELSE
000000             ADD 1 TO WS-TOT-SYS-DROP
000000         END-IF
000000     END-IF.
000000     IF WS-HIT-IX > 0
000000         ADD 1 TO WS-SYS-OPEN(WS-HIT-IX)
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-REPORT
000000* OVERVIEW : 返却結果レポート出力処理
000000*            スロット別返却件数、返却対象外の発生元別OPEN
000000*            件数、合計を出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-REPORT.
000000     MOVE WS-RUN-DATE            TO RPT-HDR-DATE.
000000     MOVE WS-RUN-ID              TO RPT-HDR-RUN-ID.
000000     WRITE REPORT-RECORD         FROM RPT-HEADER-1
000000         AFTER ADVANCING PAGE.
000000     MOVE 'RETURN FILES BY ORIGINATING SYSTEM'
000000                                 TO RPT-SEC-TITLE.
000000     WRITE REPORT-RECORD         FROM RPT-SECTION-LINE
000000         AFTER ADVANCING 2 LINES.
000000     PERFORM VARYING WS-SLOT FROM 1 BY 1
000000             UNTIL WS-SLOT > CST-MAX-SLOT
000000         IF WS-RTE-SYS(WS-SLOT) NOT = SPACES
000000             MOVE WS-SLOT        TO RPT-SLT-SLOT
000000             MOVE WS-RTE-SYS(WS-SLOT) TO RPT-SLT-SYS
000000             MOVE WS-RTE-COUNT(WS-SLOT) TO RPT-SLT-COUNT
000000             IF WS-RTE-OPEN(WS-SLOT)
000000                 MOVE 'RETURNED'  TO RPT-SLT-NOTE
000000             ELSE
000000                 MOVE 'FILE NOT OPENED - NOT RETURNED'
000000                                 TO RPT-SLT-NOTE
000000             END-IF
000000             WRITE REPORT-RECORD FROM RPT-SLOT-LINE
000000                 AFTER ADVANCING 1 LINE
000000         END-IF
000000     END-PERFORM.
000000     MOVE 'OPEN REJECTS LEFT FOR DATA ENTRY (NO RETURN ROUTE)'
000000                                 TO RPT-SEC-TITLE.
000000     WRITE REPORT-RECORD         FROM RPT-SECTION-LINE
000000         AFTER ADVANCING 2 LINES.
000000     PERFORM VARYING WS-IX FROM 1 BY 1
000000             UNTIL WS-IX > WS-SYS-USED
000000         MOVE WS-SYS-ID(WS-IX)   TO RPT-SYS-ID
000000         MOVE WS-SYS-OPEN(WS-IX) TO RPT-SYS-OPEN
000000         WRITE REPORT-RECORD     FROM RPT-SYS-LINE
000000             AFTER ADVANCING 1 LINE
000000     END-PERFORM.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     MOVE 'SUSPENSE RECORDS ON FILE' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-REJ-READ        TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'OPEN REJECTS'         TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-OPEN            TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'RETURNED TO SOURCE'   TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-RETURNED        TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'LEFT FOR DATA ENTRY'  TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-UNROUTED        TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'SYSTEMS NOT TABULATED' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-SYS-DROP        TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     DISPLAY 'CBV0001F01: OPEN=' WS-TOT-OPEN
000000             ' RETURNED=' WS-TOT-RETURNED
000000             ' LEFT FOR DATA ENTRY=' WS-TOT-UNROUTED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TOTAL-LINE
000000* OVERVIEW : 合計行編集出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TOTAL-LINE.
000000     WRITE REPORT-RECORD         FROM RPT-TOTAL-LINE
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
000000     MOVE 'CBV0001F01'           TO S02-PGM-ID.
000000     CALL 'CBV0001S02'           USING S02-PARM-AREA.
000000     IF S02-SKIP
000000         DISPLAY 'CBV0001F01: COMPLETED IN RUN ' WS-RUN-ID
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
000000*/-------------------------------------------------------------/*
000000 CBV0001-READ-RUNCTL.
000000     OPEN INPUT RUNCTL-FILE.
000000     IF WS-RUNCTL-STATUS = '00'
000000         READ RUNCTL-FILE
000000             AT END
000000                 CONTINUE
000000             NOT AT END
000000                 MOVE RUNCTL-RUN-ID TO WS-RUN-ID
000000         END-READ
000000     ELSE
000000         DISPLAY 'CBV0001F01: RUN CONTROL FILE NOT AVAILABLE -'
000000                 ' RUN ID NOT STAMPED'
000000     END-IF.
000000     CLOSE RUNCTL-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-WRITE-RUNSTAT
000000* OVERVIEW : 実行ステータス出力処理
000000*            開始・終了イベントと制御合計をRUNSTATへ追記
000000*/-------------------------------------------------------------/*
000000 CBV0001-WRITE-RUNSTAT.
000000     OPEN EXTEND RUNSTAT-FILE.
000000     IF WS-RUNSTAT-STATUS NOT = '00'
000000     AND WS-RUNSTAT-STATUS NOT = '05'
000000         OPEN OUTPUT RUNSTAT-FILE
000000     END-IF.
000000     IF WS-RUNSTAT-STATUS = '00'
000000     OR WS-RUNSTAT-STATUS = '05'
000000         MOVE WS-RUN-ID          TO RS-RUN-ID
000000         MOVE 'CBV0001F01'       TO RS-PGM-ID
000000         MOVE WS-RS-EVENT        TO RS-EVENT
000000         MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP
000000         MOVE RETURN-CODE        TO RS-RETCODE
000000         MOVE WS-TOT-OPEN        TO RS-PROCESSED
000000         MOVE WS-TOT-RETURNED    TO RS-PASSED
000000         MOVE WS-TOT-UNROUTED    TO RS-FAILED
000000         WRITE RUNSTAT-RECORD
000000         CLOSE RUNSTAT-FILE
000000     ELSE
000000         DISPLAY 'CBV0001F01: RUN STATUS FILE OPEN FAILED -'
000000                 ' STATUS NOT RECORDED'
000000     END-IF.
000000     EXIT.
000000*****************************************************************
