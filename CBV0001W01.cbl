000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     CBV0001W01.
000000*/-------------------------------------------------------------/*
000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001W01
000000*    JOB NAME       :            N/A（CICSトランザクションCBVW、
000000*                                データエントリ端末から起動）
000000*    INPUT          :            REJFILE （リジェクトサスペンス
000000*                                         マスタ）
000000*                                PARMFILE（CBV0001V01のパラメタ
000000*                                         ファイルのCICS用
000000*                                         複写、ESDS）
000000*                                MSTFILE （マスタファイル、
000000*                                         照会結果をCBV0001S01
000000*                                         へ引渡し）
000000*                                CALFILE （休日カレンダ、
000000*                                         照会結果をCBV0001S01
000000*                                         へ引渡し）
000000*    OUTPUT         :            ONLCORR （オンライン訂正キュー）
000000*    MAPSET         :            CBV01WM （CBV01WL＝一覧、
000000*                                         CBV01WD＝明細）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*    PURPOSE        :            サスペンス作業キュー画面処理
000000*                                （OPENリジェクトを経過日数・
000000*                                発生元システム・結果コード順に
000000*                                一覧表示し、明細で元レコードと
000000*                                項目別結果コードを表示。入力
000000*                                された再投入・取消・償却を
000000*                                CBV0001S01で即時チェックし、
000000*                                合格分をオンライン訂正キューへ
000000*                                登録、CBV0001C01が夜間に訂正
000000*                                トランと同様に反映する）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 : 初版作成
000000*        2026/10/15 : PARMFILEのレイアウト拡張（異常値判定の
000000*                     倍率・必要履歴日数）に追随
000000*        2026/10/15 : リジェクトサスペンスレコードへ項目別
000000*                     結果コード（最大10項目）を追加（発生元
000000*                     システム別明細レイアウト対応に追随）
000000*        2026/10/15 : リジェクトサスペンスレコードへ入力
000000*                     レコード原データ（200バイト）を追加
000000*                     （画面表示・訂正は従来どおり標準
000000*                     レイアウトのイメージを使用）
000000*        2026/10/15 : CICS疑似会話型トランザクション（CBVW）
000000*                     へ変更（BMSマップセットCBV01WM、ファイル
000000*                     入出力をCICSコマンドへ置換え、一覧の頁・
000000*                     表示順・選択状態はCOMMAREAで引継ぎ、
000000*                     マスタ・休日カレンダはCICSで照会して
000000*                     CBV0001S01へ引渡し）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 DATA                            DIVISION.
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  リジェクトサスペンスマスタ（CBV0001V01のチェック不合格
000000*  レコード、コード・発生日キーのKSDS、本画面は参照のみ）
000000*/-------------------------------------------------------------/*
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
000000        88 REJ-RECYCLED                     VALUE 'R'.
000000        88 REJ-CANCELLED                    VALUE 'C'.
000000        88 REJ-RETURNED                     VALUE 'T'.
000000     03 REJ-ORIG-SYS             PIC X(08).
000000     03 REJ-BATCH-ID             PIC X(08).
000000     03 REJ-FLD-RCS.
000000        05 REJ-FLD-RC OCCURS 10  PIC 9(02).
000000     03 REJ-SRC-DATA             PIC X(200).
000000*/-------------------------------------------------------------/*
000000*  オンライン訂正キュー（画面でチェック済みの訂正アクション、
000000*  サスペンスマスタと同一キー）
000000*/-------------------------------------------------------------/*
000000 01  ONLCORR-RECORD.
000000 COPY CBV0001WC.
000000*/-------------------------------------------------------------/*
000000*  パラメタファイル（CBV0001V01のパラメタのCICS用複写、
000000*  コード項目の桁数・チェックモードと警告扱いとする結果
000000*  コードの一覧を使用）
000000*/-------------------------------------------------------------/*
000000 01  PARM-RECORD.
000000     03 PARM-MIN-LENGTH          PIC 9(02).
000000     03 PARM-MAX-LENGTH          PIC 9(02).
000000     03 PARM-CHECK-MODE          PIC X(01).
000000     03 PARM-REJ-LIMIT-PCT       PIC 9(03).
000000     03 PARM-REJ-LIMIT-CNT       PIC 9(07).
000000     03 PARM-MIN-SAMPLE          PIC 9(05).
000000     03 PARM-REPLAY-OVR          PIC X(01).
000000     03 PARM-CKPT-INT            PIC 9(05).
000000     03 PARM-WARN-CODES.
000000        05 PARM-WARN-CODE OCCURS 10
000000                                 PIC X(02).
000000     03 PARM-OUT-FACTOR          PIC 9(03).
000000     03 PARM-OUT-MIN-DAYS        PIC 9(03).
000000*/-------------------------------------------------------------/*
000000*  マスタ・休日カレンダ照会域（CBV0001S01と同一レイアウト）
000000*/-------------------------------------------------------------/*
000000 01  WS-MST-RECORD.
000000     03 WS-MST-CODE              PIC 9(09).
000000     03 WS-MST-DESC              PIC X(30).
000000     03 WS-MST-EFF-FROM          PIC X(08).
000000     03 WS-MST-EFF-TO            PIC X(08).
000000     03 WS-MST-STATUS            PIC X(01).
000000 01  WS-CAL-RECORD.
000000     03 WS-CAL-KEY.
000000        05 WS-CAL-REGION         PIC X(08).
000000        05 WS-CAL-DATE           PIC X(08).
000000     03 WS-CAL-DESC              PIC X(30).
000000     03 WS-CAL-SOURCE            PIC X(01).
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000*/-------------------------------------------------------------/*
000000 01 WS-VARIABLES.
000000    03 WS-EXIT-FLG               PIC X(01) VALUE 'N'.
000000       88 WS-EXIT                          VALUE 'Y'.
000000    03 WS-SCAN-EOF-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-SCAN-EOF                      VALUE 'Y'.
000000    03 WS-SELECT-FLG             PIC X(01) VALUE 'N'.
000000       88 WS-SELECTED                      VALUE 'Y'.
000000    03 WS-PEND-FLG               PIC X(01) VALUE 'N'.
000000       88 WS-PEND-FOUND                    VALUE 'Y'.
000000    03 WS-CHECK-OK-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-CHECK-OK                      VALUE 'Y'.
000000    03 WS-REJ-OK-FLG             PIC X(01) VALUE 'N'.
000000       88 WS-REJ-OK                        VALUE 'Y'.
000000    03 WS-RUN-DATE               PIC X(08).
000000    03 WS-RUN-DATE-N             PIC 9(08).
000000    03 WS-REJ-DATE-N             PIC 9(08).
000000    03 WS-AGE-DAYS               PIC 9(05).
000000    03 WS-IX                     PIC 9(03).
000000    03 WS-JX                     PIC 9(03).
000000    03 WS-POS                    PIC 9(03).
000000    03 WS-ROW                    PIC 9(02).
000000    03 WS-SORT-KEY               PIC X(25).
000000    03 WS-FIRST-RC               PIC 9(02).
000000    03 WS-WORK-RC                PIC 9(02).
000000    03 WS-SEV-IX                 PIC 9(02).
000000    03 WS-SEV-RC                 PIC 9(02).
000000    03 WS-FLT-RC-N               PIC 9(02) VALUE 0.
000000    03 WS-TIMESTAMP              PIC X(21).
000000*/-------------------------------------------------------------/*
000000*  CICSコマンド用項目（応答コードとキー域、RIDFLDは読込先と
000000*  重ならない専用の域を使用）
000000*/-------------------------------------------------------------/*
000000 01 WS-CICS-AREA.
000000    03 WS-RESP                   PIC S9(08) COMP.
000000    03 WS-RESP-DISP              PIC 9(04).
000000    03 WS-BR-KEY                 PIC X(17).
000000    03 WS-OQ-RID                 PIC X(17).
000000    03 WS-OQ-SAVE                PIC X(246).
000000    03 WS-PARM-RBA               PIC S9(08) COMP VALUE 0.
000000    03 WS-MST-NUM                PIC 9(09).
000000    03 WS-MST-KEY                PIC X(09).
000000    03 WS-CALK-KEY.
000000       05 WS-CALK-REGION         PIC X(08).
000000       05 WS-CALK-DATE           PIC X(08).
000000    03 WS-CALB-KEY.
000000       05 WS-CALB-REGION         PIC X(08).
000000       05 WS-CALB-DATE           PIC X(08).
000000*/-------------------------------------------------------------/*
000000*  画面入出力項目
000000*/-------------------------------------------------------------/*
000000 01 WS-SCREEN-FIELDS.
000000    03 WS-DISP-DATE              PIC X(10).
000000    03 WS-CMD                    PIC X(01) VALUE SPACE.
000000    03 WS-SEL-LINE               PIC 9(03) VALUE 0.
000000    03 WS-ITEM-CNT               PIC 9(03) VALUE 0.
000000    03 WS-MSG                    PIC X(78) VALUE SPACES.
000000    03 WS-DTL-AGE                PIC 9(05).
000000    03 WS-ACTION                 PIC X(01) VALUE SPACE.
000000    03 WS-PEND-TEXT              PIC X(60).
000000*/-------------------------------------------------------------/*
000000*  COMMAREA（疑似会話の次タスクへ引継ぐ画面状態。表示中の
000000*  画面、担当者、表示順・抽出条件、頁位置と表示中の行の
000000*  キー、選択中のリジェクトのキーと直近のチェック結果）
000000*/-------------------------------------------------------------/*
000000 01 WS-COMMAREA.
000000    03 WS-CA-SCREEN              PIC X(01) VALUE 'L'.
000000       88 WS-CA-LIST                       VALUE 'L'.
000000       88 WS-CA-DETAIL                     VALUE 'D'.
000000    03 WS-OPER-ID                PIC X(08) VALUE SPACES.
000000    03 WS-VIEW                   PIC X(01) VALUE '1'.
000000       88 WS-VIEW-AGE                      VALUE '1'.
000000       88 WS-VIEW-SYS                      VALUE '2'.
000000       88 WS-VIEW-RC                       VALUE '3'.
000000    03 WS-FLT-SYS                PIC X(08) VALUE SPACES.
000000    03 WS-FLT-RC                 PIC X(02) VALUE SPACES.
000000    03 WS-LOADED-VIEW            PIC X(01) VALUE SPACE.
000000    03 WS-LOADED-SYS             PIC X(08) VALUE SPACES.
000000    03 WS-LOADED-RC              PIC X(02) VALUE SPACES.
000000    03 WS-PAGE                   PIC 9(03) VALUE 1.
000000    03 WS-PAGES                  PIC 9(03) VALUE 1.
000000    03 WS-TOP                    PIC 9(03) VALUE 0.
000000    03 WS-PAGE-ROWS              PIC 9(02) VALUE 0.
000000    03 WS-PAGE-KEYS              VALUE SPACES.
000000       05 WS-PAGE-KEY OCCURS 12  PIC X(17).
000000    03 WS-SEL-KEY                PIC X(17) VALUE SPACES.
000000    03 WS-CHK-CODE-RC            PIC 9(02) VALUE 0.
000000    03 WS-CHK-AMT-RC             PIC 9(02) VALUE 0.
000000    03 WS-CHK-DATE-RC            PIC 9(02) VALUE 0.
000000    03 WS-CHK-DESC               PIC X(30) VALUE SPACES.
000000*/-------------------------------------------------------------/*
000000*  明細表示用元レコード（表示用の行分割・項目別参照）
000000*/-------------------------------------------------------------/*
000000 01 WS-DTL-RAW-AREA.
000000    03 WS-DTL-RAW                PIC X(200).
000000    03 WS-DTL-RAW-LINES REDEFINES WS-DTL-RAW.
000000       05 WS-DTL-RAW-LINE OCCURS 4
000000                                 PIC X(50).
000000    03 WS-DTL-FIELDS REDEFINES WS-DTL-RAW.
000000       05 WS-DTL-CODE            PIC X(09).
000000       05 WS-DTL-AMOUNT          PIC X(12).
000000       05 WS-DTL-TRAN-DATE       PIC X(08).
000000       05 WS-DTL-DESC            PIC X(40).
000000       05 FILLER                 PIC X(131).
000000*/-------------------------------------------------------------/*
000000*  訂正後レコード編集域（明細レイアウト、72桁目以降は元レコード
000000*  の内容を引継ぐ）
000000*/-------------------------------------------------------------/*
000000 01 WS-NEW-RAW-AREA.
000000    03 WS-NEW-RAW                PIC X(200).
000000    03 WS-NEW-FIELDS REDEFINES WS-NEW-RAW.
000000       05 WS-NEW-CODE            PIC X(09).
000000       05 WS-NEW-AMOUNT          PIC X(12).
000000       05 WS-NEW-TRAN-DATE       PIC X(08).
000000       05 WS-NEW-DESC            PIC X(40).
000000       05 FILLER                 PIC X(131).
000000*/-------------------------------------------------------------/*
000000*  一覧行編集域
000000*/-------------------------------------------------------------/*
000000 01 WS-ROW-EDIT.
000000    03 WS-ROW-LN                 PIC ZZ9.
000000    03 FILLER                    PIC X(01) VALUE SPACE.
000000    03 WS-ROW-AGE                PIC ZZZZ9.
000000    03 FILLER                    PIC X(01) VALUE SPACE.
000000    03 WS-ROW-DATE               PIC X(08).
000000    03 FILLER                    PIC X(01) VALUE SPACE.
000000    03 WS-ROW-CODE               PIC X(09).
000000    03 FILLER                    PIC X(01) VALUE SPACE.
000000    03 WS-ROW-SYS                PIC X(08).
000000    03 FILLER                    PIC X(01) VALUE SPACE.
000000    03 WS-ROW-BATCH              PIC X(08).
000000    03 FILLER                    PIC X(01) VALUE SPACE.
000000    03 WS-ROW-CODE-RC            PIC 9(02).
000000    03 FILLER                    PIC X(01) VALUE SPACE.
000000    03 WS-ROW-AMT-RC             PIC 9(02).
000000    03 FILLER                    PIC X(01) VALUE SPACE.
000000    03 WS-ROW-DATE-RC            PIC 9(02).
000000    03 FILLER                    PIC X(03) VALUE SPACES.
000000    03 WS-ROW-PEND               PIC X(01).
000000    03 FILLER                    PIC X(03) VALUE SPACES.
000000    03 WS-ROW-DESC               PIC X(16).
000000*/-------------------------------------------------------------/*
000000*  作業キューテーブル（表示順キーで整列したOPENリジェクト）
000000*/-------------------------------------------------------------/*
000000 01 WS-WQ-TAB.
000000    03 WS-WQ-USED                PIC 9(03) VALUE 0.
000000    03 WS-WQ-OVER-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-WQ-OVER                       VALUE 'Y'.
000000    03 WS-WQ-ENT OCCURS 500.
000000       05 WS-WQ-SORT-KEY         PIC X(25).
000000       05 WS-WQ-REJ-KEY          PIC X(17).
000000       05 WS-WQ-ORIG-SYS         PIC X(08).
000000       05 WS-WQ-BATCH-ID         PIC X(08).
000000       05 WS-WQ-CODE-RC          PIC 9(02).
000000       05 WS-WQ-AMT-RC           PIC 9(02).
000000       05 WS-WQ-DATE-RC          PIC 9(02).
000000       05 WS-WQ-AGE              PIC 9(05).
000000       05 WS-WQ-DESC             PIC X(30).
000000*/-------------------------------------------------------------/*
000000*  結果コード別重大度テーブル（'Y'＝警告扱い、
000000*  CBV0001V01と同一のパラメタで設定）
000000*/-------------------------------------------------------------/*
000000 01 WS-SEV-TAB.
000000    03 WS-SEV-WARN OCCURS 20     PIC X(01).
000000*/-------------------------------------------------------------/*
000000*  定数定義
000000*/-------------------------------------------------------------/*
000000 01 CST-VARIABLES.
000000    03 CST-TIMESTAMP             PIC X(21).
000000    03 CST-MIN-LENGTH            PIC 9(02) VALUE 1.
000000    03 CST-MAX-LENGTH            PIC 9(02) VALUE 5.
000000    03 CST-CHECK-MODE            PIC X(01) VALUE 'N'.
000000    03 CST-MAX-ITEMS             PIC 9(03) VALUE 500.
000000    03 CST-PAGE-LINES            PIC 9(02) VALUE 12.
000000    03 CST-RCY-ORIG-SYS          PIC X(08) VALUE 'CBV0001C'.
000000    03 CST-TRANSID               PIC X(04) VALUE 'CBVW'.
000000    03 CST-MAPSET                PIC X(08) VALUE 'CBV01WM'.
000000    03 CST-LIST-MAP              PIC X(08) VALUE 'CBV01WL'.
000000    03 CST-DETAIL-MAP            PIC X(08) VALUE 'CBV01WD'.
000000    03 CST-FLD-ERASED            PIC X(01) VALUE X'80'.
000000    03 CST-END-TEXT              PIC X(40) VALUE
000000       'CBV0001W01 SUSPENSE WORK QUEUE ENDED'.
000000    03 CST-LOWER                 PIC X(26) VALUE
000000       'abcdefghijklmnopqrstuvwxyz'.
000000    03 CST-UPPER                 PIC X(26) VALUE
000000       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000000*/-------------------------------------------------------------/*
000000*  CBV0001S01（入力チェックサブプログラム）連絡領域
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001SC.
000000*/-------------------------------------------------------------/*
000000*  シンボリックマップ（CBV01WL＝一覧、CBV01WD＝明細）
000000*/-------------------------------------------------------------/*
000000 COPY CBV01WM.
000000*/-------------------------------------------------------------/*
000000*  ファンクションキー（AID）定義
000000*/-------------------------------------------------------------/*
000000 COPY DFHAID.
000000 LINKAGE                         SECTION.
000000 01  DFHCOMMAREA                 PIC X(299).
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            前回タスクの画面状態をCOMMAREAから復元して
000000*            入力を処理し、表示中の画面を送信して次の入力を
000000*            同一トランザクションで待つ（疑似会話）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     PERFORM CBV0001-INIT-WS.
000000     EVALUATE TRUE
000000         WHEN EIBCALEN NOT = LENGTH OF WS-COMMAREA
000000             PERFORM CBV0001-START-SESSION
000000         WHEN EIBAID = DFHCLEAR
000000             SET WS-EXIT         TO TRUE
000000         WHEN OTHER
000000             MOVE DFHCOMMAREA    TO WS-COMMAREA
000000             IF WS-CA-DETAIL
000000                 PERFORM CBV0001-DETAIL-DIALOG
000000             ELSE
000000                 PERFORM CBV0001-LIST-DIALOG
000000             END-IF
000000     END-EVALUATE.
000000     IF WS-EXIT
000000         PERFORM CBV0001-END-SESSION
000000     END-IF.
000000     IF WS-CA-DETAIL
000000         PERFORM CBV0001-SEND-DETAIL
000000     ELSE
000000         PERFORM CBV0001-LOAD-WORK-QUEUE
000000         PERFORM CBV0001-BUILD-LIST-PAGE
000000         PERFORM CBV0001-SEND-LIST
000000     END-IF.
000000     EXEC CICS RETURN TRANSID(CST-TRANSID)
000000                      COMMAREA(WS-COMMAREA)
000000                      LENGTH(LENGTH OF WS-COMMAREA)
000000     END-EXEC.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-INIT-WS
000000* OVERVIEW : ワーク変数初期化処理
000000*            処理日の取得とCBV0001V01パラメタ（CICS用複写）
000000*            の読込（コード項目の桁数・チェックモード、警告
000000*            扱い結果コード）
000000*/-------------------------------------------------------------/*
000000 CBV0001-INIT-WS.
000000     MOVE FUNCTION CURRENT-DATE  TO CST-TIMESTAMP.
000000     MOVE CST-TIMESTAMP(1:8)     TO WS-RUN-DATE.
000000     MOVE WS-RUN-DATE            TO WS-RUN-DATE-N.
000000     STRING WS-RUN-DATE(1:4) '/' WS-RUN-DATE(5:2) '/'
000000            WS-RUN-DATE(7:2)
000000         DELIMITED BY SIZE INTO WS-DISP-DATE.
000000     MOVE ALL 'N'                TO WS-SEV-TAB.
000000     EXEC CICS READ FILE('PARMFILE')
000000                    INTO(PARM-RECORD)
000000                    RIDFLD(WS-PARM-RBA)
000000                    RBA
000000                    RESP(WS-RESP)
000000     END-EXEC.
000000     IF WS-RESP = DFHRESP(NORMAL)
000000         IF PARM-MIN-LENGTH IS NUMERIC
000000         AND PARM-MAX-LENGTH IS NUMERIC
000000         AND PARM-MIN-LENGTH NOT > PARM-MAX-LENGTH
000000             MOVE PARM-MIN-LENGTH TO CST-MIN-LENGTH
000000             MOVE PARM-MAX-LENGTH TO CST-MAX-LENGTH
000000         END-IF
000000         IF PARM-CHECK-MODE NOT = SPACE
000000             MOVE PARM-CHECK-MODE TO CST-CHECK-MODE
000000         END-IF
000000         PERFORM CBV0001-LOAD-SEVERITY
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-SEVERITY
000000* OVERVIEW : 警告扱い結果コード設定処理
000000*            パラメタの警告コード一覧を重大度テーブルへ展開
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-SEVERITY.
000000     PERFORM VARYING WS-SEV-IX FROM 1 BY 1
000000             UNTIL WS-SEV-IX > 10
000000         IF PARM-WARN-CODE(WS-SEV-IX) IS NUMERIC
000000             MOVE PARM-WARN-CODE(WS-SEV-IX) TO WS-SEV-RC
000000             IF WS-SEV-RC > 0 AND WS-SEV-RC <= 20
000000                 MOVE 'Y'        TO WS-SEV-WARN(WS-SEV-RC)
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-START-SESSION
000000* OVERVIEW : 会話開始処理
000000*            COMMAREAを初期状態（一覧画面、経過日数順、
000000*            抽出条件なし、1頁目）で開始
000000*/-------------------------------------------------------------/*
000000 CBV0001-START-SESSION.
000000     SET WS-CA-LIST              TO TRUE.
000000     MOVE SPACES                 TO WS-OPER-ID.
000000     MOVE '1'                    TO WS-VIEW.
000000     MOVE SPACES                 TO WS-FLT-SYS.
000000     MOVE SPACES                 TO WS-FLT-RC.
000000     MOVE SPACE                  TO WS-LOADED-VIEW.
000000     MOVE SPACES                 TO WS-LOADED-SYS.
000000     MOVE SPACES                 TO WS-LOADED-RC.
000000     MOVE 1                      TO WS-PAGE.
000000     MOVE 1                      TO WS-PAGES.
000000     MOVE 0                      TO WS-TOP.
000000     MOVE 0                      TO WS-PAGE-ROWS.
000000     MOVE SPACES                 TO WS-PAGE-KEYS.
000000     MOVE SPACES                 TO WS-SEL-KEY.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-END-SESSION
000000* OVERVIEW : 会話終了処理
000000*            終了メッセージを送信し、次の入力を待たずに
000000*            CICSへ制御を返す
000000*/-------------------------------------------------------------/*
000000 CBV0001-END-SESSION.
000000     EXEC CICS SEND TEXT FROM(CST-END-TEXT)
000000                         LENGTH(LENGTH OF CST-END-TEXT)
000000                         ERASE
000000                         FREEKB
000000     END-EXEC.
000000     EXEC CICS RETURN
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-WORK-QUEUE
000000* OVERVIEW : 作業キュー読込処理
000000*            サスペンスマスタを先頭からブラウズし、OPEN状態
000000*            レコードを抽出条件（発生元システム・結果コード）
000000*            で選別して表示順キーで整列したテーブルへ展開
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-WORK-QUEUE.
000000     MOVE 0                      TO WS-WQ-USED.
000000     MOVE 'N'                    TO WS-WQ-OVER-FLG.
000000     IF NOT WS-VIEW-AGE AND NOT WS-VIEW-SYS AND NOT WS-VIEW-RC
000000         MOVE '1'                TO WS-VIEW
000000     END-IF.
000000     IF WS-FLT-RC IS NUMERIC
000000         MOVE WS-FLT-RC          TO WS-FLT-RC-N
000000     ELSE
000000         MOVE 0                  TO WS-FLT-RC-N
000000         IF WS-FLT-RC NOT = SPACES
000000             MOVE 'RESULT CODE FILTER MUST BE TWO DIGITS -'
000000                & ' IGNORED'     TO WS-MSG
000000         END-IF
000000     END-IF.
000000     MOVE 'N'                    TO WS-SCAN-EOF-FLG.
000000     MOVE LOW-VALUES             TO WS-BR-KEY.
000000     EXEC CICS STARTBR FILE('REJFILE')
000000                       RIDFLD(WS-BR-KEY)
000000                       GTEQ
000000                       RESP(WS-RESP)
000000     END-EXEC.
000000     EVALUATE WS-RESP
000000         WHEN DFHRESP(NORMAL)
000000             PERFORM UNTIL WS-SCAN-EOF
000000                 PERFORM CBV0001-READ-NEXT-REJECT
000000             END-PERFORM
000000             EXEC CICS ENDBR FILE('REJFILE')
000000             END-EXEC
000000         WHEN DFHRESP(NOTFND)
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE WS-RESP        TO WS-RESP-DISP
000000             STRING 'REJECT SUSPENSE FILE NOT AVAILABLE - RESP='
000000                    WS-RESP-DISP
000000                 DELIMITED BY SIZE INTO WS-MSG
000000     END-EVALUATE.
000000     MOVE WS-VIEW                TO WS-LOADED-VIEW.
000000     MOVE WS-FLT-SYS             TO WS-LOADED-SYS.
000000     MOVE WS-FLT-RC              TO WS-LOADED-RC.
000000     MOVE WS-WQ-USED             TO WS-ITEM-CNT.
000000     IF WS-WQ-OVER AND WS-MSG = SPACES
000000         MOVE 'MORE THAN 500 OPEN ITEMS - ONLY THE FIRST 500 IN'
000000            & ' VIEW ORDER ARE LISTED' TO WS-MSG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-READ-NEXT-REJECT
000000* OVERVIEW : サスペンスマスタ順読込処理
000000*            ブラウズの次レコードを読込み、OPEN状態なら選別
000000*            （ファイル終端・読込エラーで読込終了）
000000*/-------------------------------------------------------------/*
000000 CBV0001-READ-NEXT-REJECT.
000000     EXEC CICS READNEXT FILE('REJFILE')
000000                        INTO(REJECT-RECORD)
000000                        RIDFLD(WS-BR-KEY)
000000                        RESP(WS-RESP)
000000     END-EXEC.
000000     EVALUATE WS-RESP
000000         WHEN DFHRESP(NORMAL)
000000             IF REJ-OPEN
000000                 PERFORM CBV0001-SELECT-ONE-REJECT
000000             END-IF
000000         WHEN DFHRESP(ENDFILE)
000000             SET WS-SCAN-EOF     TO TRUE
000000         WHEN OTHER
000000             SET WS-SCAN-EOF     TO TRUE
000000             MOVE WS-RESP        TO WS-RESP-DISP
000000             STRING 'REJECT SUSPENSE FILE READ ERROR - RESP='
000000                    WS-RESP-DISP ' - LIST MAY BE INCOMPLETE'
000000                 DELIMITED BY SIZE INTO WS-MSG
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SELECT-ONE-REJECT
000000* OVERVIEW : OPENリジェクト1件選別処理
000000*            抽出条件の判定、経過日数の算出と表示順キーの
000000*            編集（1＝発生日、2＝発生元システム＋発生日、
000000*            3＝先頭エラー結果コード＋発生日）
000000*/-------------------------------------------------------------/*
000000 CBV0001-SELECT-ONE-REJECT.
000000     SET WS-SELECTED             TO TRUE.
000000     IF WS-FLT-SYS NOT = SPACES
000000     AND REJ-ORIG-SYS NOT = WS-FLT-SYS
000000         MOVE 'N'                TO WS-SELECT-FLG
000000     END-IF.
000000     IF WS-FLT-RC-N > 0
000000     AND REJ-CODE-RC NOT = WS-FLT-RC-N
000000     AND REJ-AMT-RC NOT = WS-FLT-RC-N
000000     AND REJ-DATE-RC NOT = WS-FLT-RC-N
000000         MOVE 'N'                TO WS-SELECT-FLG
000000     END-IF.
000000     IF WS-SELECTED
000000         PERFORM CBV0001-EDIT-AGE
000000         EVALUATE TRUE
000000             WHEN REJ-CODE-RC > 0
000000                 MOVE REJ-CODE-RC TO WS-FIRST-RC
000000             WHEN REJ-AMT-RC > 0
000000                 MOVE REJ-AMT-RC TO WS-FIRST-RC
000000             WHEN OTHER
000000                 MOVE REJ-DATE-RC TO WS-FIRST-RC
000000         END-EVALUATE
000000         MOVE SPACES             TO WS-SORT-KEY
000000         EVALUATE TRUE
000000             WHEN WS-VIEW-SYS
000000                 STRING REJ-ORIG-SYS REJ-DATE REJ-CODE
000000                     DELIMITED BY SIZE INTO WS-SORT-KEY
000000             WHEN WS-VIEW-RC
000000                 STRING WS-FIRST-RC REJ-DATE REJ-CODE
000000                     DELIMITED BY SIZE INTO WS-SORT-KEY
000000             WHEN OTHER
000000                 STRING REJ-DATE REJ-CODE
000000                     DELIMITED BY SIZE INTO WS-SORT-KEY
000000         END-EVALUATE
000000         PERFORM CBV0001-INSERT-ONE-ITEM
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-EDIT-AGE
000000* OVERVIEW : 経過日数算出処理
000000*            発生日から処理日までの経過日数（発生日不正時は
000000*            99999）
000000*/-------------------------------------------------------------/*
000000 CBV0001-EDIT-AGE.
000000     IF REJ-DATE IS NUMERIC
000000         MOVE REJ-DATE           TO WS-REJ-DATE-N
000000         COMPUTE WS-AGE-DAYS =
000000                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
000000               - FUNCTION INTEGER-OF-DATE(WS-REJ-DATE-N)
000000             ON SIZE ERROR
000000                 MOVE 99999      TO WS-AGE-DAYS
000000         END-COMPUTE
000000     ELSE
000000         MOVE 99999              TO WS-AGE-DAYS
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-INSERT-ONE-ITEM
000000* OVERVIEW : 作業キュー挿入処理
000000*            表示順キーの位置へ挿入（テーブル満杯時は表示順
000000*            で後ろの項目を押出し、上限超過を記録）
000000*/-------------------------------------------------------------/*
000000 CBV0001-INSERT-ONE-ITEM.
000000     IF WS-WQ-USED >= CST-MAX-ITEMS
000000         SET WS-WQ-OVER          TO TRUE
000000         IF WS-SORT-KEY < WS-WQ-SORT-KEY(CST-MAX-ITEMS)
000000             SUBTRACT 1 FROM WS-WQ-USED
000000         END-IF
000000     END-IF.
000000     IF WS-WQ-USED < CST-MAX-ITEMS
000000         PERFORM VARYING WS-POS FROM 1 BY 1
000000                 UNTIL WS-POS > WS-WQ-USED
000000                 OR WS-WQ-SORT-KEY(WS-POS) > WS-SORT-KEY
000000             CONTINUE
000000         END-PERFORM
000000         PERFORM VARYING WS-JX FROM WS-WQ-USED BY -1
000000                 UNTIL WS-JX < WS-POS
000000             MOVE WS-WQ-ENT(WS-JX) TO WS-WQ-ENT(WS-JX + 1)
000000         END-PERFORM
000000         ADD 1 TO WS-WQ-USED
000000         MOVE WS-SORT-KEY        TO WS-WQ-SORT-KEY(WS-POS)
000000         MOVE REJ-KEY            TO WS-WQ-REJ-KEY(WS-POS)
000000         MOVE REJ-ORIG-SYS       TO WS-WQ-ORIG-SYS(WS-POS)
000000         MOVE REJ-BATCH-ID       TO WS-WQ-BATCH-ID(WS-POS)
000000         MOVE REJ-CODE-RC        TO WS-WQ-CODE-RC(WS-POS)
000000         MOVE REJ-AMT-RC         TO WS-WQ-AMT-RC(WS-POS)
000000         MOVE REJ-DATE-RC        TO WS-WQ-DATE-RC(WS-POS)
000000         MOVE WS-AGE-DAYS        TO WS-WQ-AGE(WS-POS)
000000         MOVE REJ-RESULT-DESC    TO WS-WQ-DESC(WS-POS)
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-READ-REJECT
000000* OVERVIEW : 選択中リジェクト読込処理
000000*            COMMAREAの選択キーでサスペンスマスタを直接読込
000000*/-------------------------------------------------------------/*
000000 CBV0001-READ-REJECT.
000000     EXEC CICS READ FILE('REJFILE')
000000                    INTO(REJECT-RECORD)
000000                    RIDFLD(WS-SEL-KEY)
000000                    RESP(WS-RESP)
000000     END-EXEC.
000000     IF WS-RESP = DFHRESP(NORMAL)
000000         MOVE 'Y'                TO WS-REJ-OK-FLG
000000     ELSE
000000         MOVE 'N'                TO WS-REJ-OK-FLG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-READ-PENDING
000000* OVERVIEW : 登録済み訂正アクション読込処理
000000*            呼出し元が設定したキー（WS-OQ-RID）でオンライン
000000*            訂正キューを検索
000000*/-------------------------------------------------------------/*
000000 CBV0001-READ-PENDING.
000000     EXEC CICS READ FILE('ONLCORR')
000000                    INTO(ONLCORR-RECORD)
000000                    RIDFLD(WS-OQ-RID)
000000                    RESP(WS-RESP)
000000     END-EXEC.
000000     IF WS-RESP = DFHRESP(NORMAL)
000000         MOVE 'Y'                TO WS-PEND-FLG
000000     ELSE
000000         MOVE 'N'                TO WS-PEND-FLG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LIST-DIALOG
000000* OVERVIEW : 一覧画面入力処理
000000*            一覧画面の入力を受取り、表示条件変更時は1頁目
000000*            へ戻し、コマンド（頁送り・再表示・明細選択・
000000*            終了）とファンクションキー（PF3＝終了、PF7／
000000*            PF8＝前頁／次頁）を処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-LIST-DIALOG.
000000     MOVE SPACES                 TO WS-MSG.
000000     EVALUATE EIBAID
000000         WHEN DFHPF3
000000             SET WS-EXIT         TO TRUE
000000         WHEN DFHENTER
000000         WHEN DFHPF7
000000         WHEN DFHPF8
000000             PERFORM CBV0001-RECEIVE-LIST
000000             PERFORM CBV0001-LIST-COMMAND
000000         WHEN OTHER
000000             MOVE 'INVALID KEY - USE ENTER, PF3, PF7 OR PF8'
000000                                 TO WS-MSG
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-RECEIVE-LIST
000000* OVERVIEW : 一覧画面受信処理
000000*            担当者・表示順・抽出条件（送信時に修正済みとして
000000*            戻る項目）とコマンド・行番号を受取る（消去された
000000*            項目は空白）
000000*/-------------------------------------------------------------/*
000000 CBV0001-RECEIVE-LIST.
000000     MOVE SPACE                  TO WS-CMD.
000000     MOVE 0                      TO WS-SEL-LINE.
000000     MOVE LOW-VALUES             TO CBV01WLI.
000000     EXEC CICS RECEIVE MAP(CST-LIST-MAP)
000000                       MAPSET(CST-MAPSET)
000000                       INTO(CBV01WLI)
000000                       RESP(WS-RESP)
000000     END-EXEC.
000000     IF WS-RESP = DFHRESP(NORMAL)
000000         IF LOPERL > 0 OR LOPERF = CST-FLD-ERASED
000000             MOVE LOPERI         TO WS-OPER-ID
000000         END-IF
000000         IF LVIEWL > 0 OR LVIEWF = CST-FLD-ERASED
000000             MOVE LVIEWI         TO WS-VIEW
000000         END-IF
000000         IF LFSYSL > 0 OR LFSYSF = CST-FLD-ERASED
000000             MOVE LFSYSI         TO WS-FLT-SYS
000000         END-IF
000000         IF LFRCL > 0 OR LFRCF = CST-FLD-ERASED
000000             MOVE LFRCI          TO WS-FLT-RC
000000         END-IF
000000         IF LCMDL > 0
000000             MOVE LCMDI          TO WS-CMD
000000         END-IF
000000         IF LSELNL > 0 AND LSELNI IS NUMERIC
000000             MOVE LSELNI         TO WS-SEL-LINE
000000         END-IF
000000     END-IF.
000000     INSPECT WS-OPER-ID          REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-VIEW             REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-FLT-SYS          REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-FLT-RC           REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-CMD              REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-CMD              CONVERTING CST-LOWER
000000                                 TO CST-UPPER.
000000     INSPECT WS-FLT-SYS          CONVERTING CST-LOWER
000000                                 TO CST-UPPER.
000000     EVALUATE EIBAID
000000         WHEN DFHPF7
000000             MOVE 'P'            TO WS-CMD
000000         WHEN DFHPF8
000000             MOVE 'N'            TO WS-CMD
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LIST-COMMAND
000000* OVERVIEW : 一覧画面コマンド処理
000000*            表示順・抽出条件の変更時は1頁目から再表示し、
000000*            それ以外はコマンドを処理（一覧は送信前に毎回
000000*            サスペンスマスタから再作成）
000000*/-------------------------------------------------------------/*
000000 CBV0001-LIST-COMMAND.
000000     IF WS-VIEW NOT = WS-LOADED-VIEW
000000     OR WS-FLT-SYS NOT = WS-LOADED-SYS
000000     OR WS-FLT-RC NOT = WS-LOADED-RC
000000         MOVE 1                  TO WS-PAGE
000000         MOVE 'LIST RELOADED FOR THE NEW VIEW / FILTER'
000000                                 TO WS-MSG
000000     ELSE
000000         EVALUATE WS-CMD
000000             WHEN 'N'
000000                 IF WS-PAGE < WS-PAGES
000000                     ADD 1 TO WS-PAGE
000000                 ELSE
000000                     MOVE 'ALREADY ON THE LAST PAGE' TO WS-MSG
000000                 END-IF
000000             WHEN 'P'
000000                 IF WS-PAGE > 1
000000                     SUBTRACT 1 FROM WS-PAGE
000000                 ELSE
000000                     MOVE 'ALREADY ON THE FIRST PAGE' TO WS-MSG
000000                 END-IF
000000             WHEN 'R'
000000                 MOVE 1          TO WS-PAGE
000000                 MOVE 'LIST REFRESHED' TO WS-MSG
000000             WHEN 'S'
000000                 PERFORM CBV0001-SELECT-LINE
000000             WHEN 'X'
000000                 SET WS-EXIT     TO TRUE
000000             WHEN SPACE
000000                 CONTINUE
000000             WHEN OTHER
000000                 MOVE 'INVALID COMMAND' TO WS-MSG
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SELECT-LINE
000000* OVERVIEW : 明細選択処理
000000*            表示中の頁の行番号から、送信時にCOMMAREAへ保存
000000*            した行のキーでサスペンスマスタを読込み、明細画面
000000*            へ切替え
000000*/-------------------------------------------------------------/*
000000 CBV0001-SELECT-LINE.
000000     IF WS-SEL-LINE > WS-TOP
000000     AND WS-SEL-LINE NOT > WS-TOP + WS-PAGE-ROWS
000000         COMPUTE WS-ROW = WS-SEL-LINE - WS-TOP
000000         MOVE WS-PAGE-KEY(WS-ROW) TO WS-SEL-KEY
000000         PERFORM CBV0001-READ-REJECT
000000         IF WS-REJ-OK
000000             SET WS-CA-DETAIL    TO TRUE
000000             PERFORM CBV0001-DETAIL-PREPARE
000000         ELSE
000000             MOVE 'ITEM IS NO LONGER ON THE SUSPENSE FILE -'
000000                & ' REFRESH'     TO WS-MSG
000000         END-IF
000000     ELSE
000000         MOVE 'ENTER A LINE NUMBER SHOWN ON THIS PAGE'
000000                                 TO WS-MSG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-BUILD-LIST-PAGE
000000* OVERVIEW : 一覧頁編集処理
000000*            現在頁の12行分を一覧行へ編集し、各行の登録済み
000000*            アクションを表示。行のキーは明細選択用に
000000*            COMMAREAへ保存
000000*/-------------------------------------------------------------/*
000000 CBV0001-BUILD-LIST-PAGE.
000000     MOVE LOW-VALUES             TO CBV01WLO.
000000     COMPUTE WS-PAGES = (WS-WQ-USED + CST-PAGE-LINES - 1)
000000                      / CST-PAGE-LINES.
000000     IF WS-PAGES = 0
000000         MOVE 1                  TO WS-PAGES
000000     END-IF.
000000     IF WS-PAGE > WS-PAGES
000000         MOVE WS-PAGES           TO WS-PAGE
000000     END-IF.
000000     IF WS-PAGE = 0
000000         MOVE 1                  TO WS-PAGE
000000     END-IF.
000000     COMPUTE WS-TOP = (WS-PAGE - 1) * CST-PAGE-LINES.
000000     MOVE 0                      TO WS-PAGE-ROWS.
000000     MOVE SPACES                 TO WS-PAGE-KEYS.
000000     PERFORM VARYING WS-ROW FROM 1 BY 1
000000             UNTIL WS-ROW > CST-PAGE-LINES
000000         COMPUTE WS-IX = WS-TOP + WS-ROW
000000         IF WS-IX > WS-WQ-USED
000000             MOVE SPACES         TO LROWO(WS-ROW)
000000         ELSE
000000             MOVE WS-ROW         TO WS-PAGE-ROWS
000000             MOVE WS-WQ-REJ-KEY(WS-IX) TO WS-PAGE-KEY(WS-ROW)
000000             MOVE WS-WQ-REJ-KEY(WS-IX) TO WS-OQ-RID
000000             PERFORM CBV0001-READ-PENDING
000000             MOVE WS-IX          TO WS-ROW-LN
000000             MOVE WS-WQ-AGE(WS-IX)  TO WS-ROW-AGE
000000             MOVE WS-WQ-REJ-KEY(WS-IX)(10:8) TO WS-ROW-DATE
000000             MOVE WS-WQ-REJ-KEY(WS-IX)(1:9)  TO WS-ROW-CODE
000000             MOVE WS-WQ-ORIG-SYS(WS-IX)      TO WS-ROW-SYS
000000             MOVE WS-WQ-BATCH-ID(WS-IX)      TO WS-ROW-BATCH
000000             MOVE WS-WQ-CODE-RC(WS-IX)       TO WS-ROW-CODE-RC
000000             MOVE WS-WQ-AMT-RC(WS-IX)        TO WS-ROW-AMT-RC
000000             MOVE WS-WQ-DATE-RC(WS-IX)       TO WS-ROW-DATE-RC
000000             IF WS-PEND-FOUND
000000                 MOVE OQ-ACTION              TO WS-ROW-PEND
000000             ELSE
000000                 MOVE SPACE                  TO WS-ROW-PEND
000000             END-IF
000000             MOVE WS-WQ-DESC(WS-IX)          TO WS-ROW-DESC
000000             MOVE WS-ROW-EDIT    TO LROWO(WS-ROW)
000000         END-IF
000000     END-PERFORM.
000000     IF WS-WQ-USED = 0 AND WS-MSG = SPACES
000000         MOVE 'NO OPEN REJECTS MATCH THE VIEW / FILTER'
000000                                 TO WS-MSG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SEND-LIST
000000* OVERVIEW : 一覧画面送信処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-SEND-LIST.
000000     MOVE WS-DISP-DATE           TO LDATEO.
000000     MOVE WS-OPER-ID             TO LOPERO.
000000     MOVE WS-VIEW                TO LVIEWO.
000000     MOVE WS-FLT-SYS             TO LFSYSO.
000000     MOVE WS-FLT-RC              TO LFRCO.
000000     MOVE WS-ITEM-CNT            TO LITEMSO.
000000     MOVE WS-PAGE                TO LPAGEO.
000000     MOVE WS-PAGES               TO LPAGESO.
000000     MOVE WS-MSG                 TO LMSGO.
000000     EXEC CICS SEND MAP(CST-LIST-MAP)
000000                    MAPSET(CST-MAPSET)
000000                    FROM(CBV01WLO)
000000                    ERASE
000000                    FREEKB
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-DETAIL-DIALOG
000000* OVERVIEW : 明細画面入力処理
000000*            選択中のサスペンスレコードを再読込して明細画面の
000000*            入力を受取り、コマンド（チェック・チェック＋登録・
000000*            登録取消・一覧へ戻る）を処理（PF3＝一覧へ戻る）
000000*/-------------------------------------------------------------/*
000000 CBV0001-DETAIL-DIALOG.
000000     MOVE SPACES                 TO WS-MSG.
000000     PERFORM CBV0001-READ-REJECT.
000000     IF NOT WS-REJ-OK
000000         SET WS-CA-LIST          TO TRUE
000000         MOVE 'ITEM IS NO LONGER ON THE SUSPENSE FILE - REFRESH'
000000                                 TO WS-MSG
000000     ELSE
000000         MOVE REJ-KEY            TO WS-OQ-RID
000000         PERFORM CBV0001-READ-PENDING
000000         EVALUATE EIBAID
000000             WHEN DFHPF3
000000                 SET WS-CA-LIST  TO TRUE
000000             WHEN DFHENTER
000000                 PERFORM CBV0001-RECEIVE-DETAIL
000000                 PERFORM CBV0001-DETAIL-COMMAND
000000             WHEN OTHER
000000                 PERFORM CBV0001-RECEIVE-DETAIL
000000                 MOVE 'INVALID KEY - USE ENTER OR PF3' TO WS-MSG
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-DETAIL-PREPARE
000000* OVERVIEW : 明細画面編集処理
000000*            選択時に、登録済みアクションがあればその内容、
000000*            無ければ元レコードで訂正入力欄を初期表示
000000*/-------------------------------------------------------------/*
000000 CBV0001-DETAIL-PREPARE.
000000     MOVE REJ-RAW-DATA           TO WS-NEW-RAW.
000000     MOVE SPACE                  TO WS-ACTION.
000000     MOVE 0                      TO WS-CHK-CODE-RC.
000000     MOVE 0                      TO WS-CHK-AMT-RC.
000000     MOVE 0                      TO WS-CHK-DATE-RC.
000000     MOVE SPACES                 TO WS-CHK-DESC.
000000     MOVE REJ-KEY                TO WS-OQ-RID.
000000     PERFORM CBV0001-READ-PENDING.
000000     IF WS-PEND-FOUND
000000         MOVE OQ-ACTION          TO WS-ACTION
000000         IF OQ-RESUBMIT
000000             MOVE OQ-NEW-DATA    TO WS-NEW-RAW
000000         END-IF
000000         MOVE OQ-CODE-RC         TO WS-CHK-CODE-RC
000000         MOVE OQ-AMT-RC          TO WS-CHK-AMT-RC
000000         MOVE OQ-DATE-RC         TO WS-CHK-DATE-RC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-EDIT-PEND-TEXT
000000* OVERVIEW : 登録状況編集処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-EDIT-PEND-TEXT.
000000     MOVE SPACES                 TO WS-PEND-TEXT.
000000     IF WS-PEND-FOUND
000000         STRING 'ACTION ' OQ-ACTION ' ENTERED ' OQ-ENTRY-TS
000000                ' BY ' OQ-OPER-ID ' - APPLIED TONIGHT'
000000             DELIMITED BY SIZE INTO WS-PEND-TEXT
000000     ELSE
000000         MOVE 'NONE'             TO WS-PEND-TEXT
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-RECEIVE-DETAIL
000000* OVERVIEW : 明細画面受信処理
000000*            担当者・アクションと訂正入力欄（送信時に修正済み
000000*            として戻る項目）を受取り、元レコードに重ねて
000000*            訂正後レコードを編集（消去された項目は空白）
000000*/-------------------------------------------------------------/*
000000 CBV0001-RECEIVE-DETAIL.
000000     MOVE SPACE                  TO WS-CMD.
000000     MOVE SPACE                  TO WS-ACTION.
000000     MOVE REJ-RAW-DATA           TO WS-NEW-RAW.
000000     MOVE LOW-VALUES             TO CBV01WDI.
000000     EXEC CICS RECEIVE MAP(CST-DETAIL-MAP)
000000                       MAPSET(CST-MAPSET)
000000                       INTO(CBV01WDI)
000000                       RESP(WS-RESP)
000000     END-EXEC.
000000     IF WS-RESP = DFHRESP(NORMAL)
000000         IF DOPERL > 0 OR DOPERF = CST-FLD-ERASED
000000             MOVE DOPERI         TO WS-OPER-ID
000000         END-IF
000000         IF DACTL > 0
000000             MOVE DACTI          TO WS-ACTION
000000         END-IF
000000         IF DNCODEL > 0 OR DNCODEF = CST-FLD-ERASED
000000             MOVE DNCODEI        TO WS-NEW-CODE
000000         END-IF
000000         IF DNAMTL > 0 OR DNAMTF = CST-FLD-ERASED
000000             MOVE DNAMTI         TO WS-NEW-AMOUNT
000000         END-IF
000000         IF DNTDTL > 0 OR DNTDTF = CST-FLD-ERASED
000000             MOVE DNTDTI         TO WS-NEW-TRAN-DATE
000000         END-IF
000000         IF DNDESCL > 0 OR DNDESCF = CST-FLD-ERASED
000000             MOVE DNDESCI        TO WS-NEW-DESC
000000         END-IF
000000         IF DCMDL > 0
000000             MOVE DCMDI          TO WS-CMD
000000         END-IF
000000     END-IF.
000000     INSPECT WS-OPER-ID          REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-ACTION           REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-NEW-CODE         REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-NEW-AMOUNT       REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-NEW-TRAN-DATE    REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-NEW-DESC         REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-CMD              REPLACING ALL LOW-VALUE
000000                                 BY SPACE.
000000     INSPECT WS-CMD              CONVERTING CST-LOWER
000000                                 TO CST-UPPER.
000000     INSPECT WS-ACTION           CONVERTING CST-LOWER
000000                                 TO CST-UPPER.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-DETAIL-COMMAND
000000* OVERVIEW : 明細画面コマンド処理
000000*            コマンド（チェック・チェック＋登録・登録取消・
000000*            一覧へ戻る）処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-DETAIL-COMMAND.
000000     EVALUATE WS-CMD
000000         WHEN 'K'
000000             PERFORM CBV0001-CHECK-ACTION
000000             IF WS-CHECK-OK
000000                 MOVE 'CHECK PASSED - ENTER Q TO QUEUE IT FOR'
000000                    & ' TONIGHT''S RECYCLE' TO WS-MSG
000000             END-IF
000000         WHEN 'Q'
000000             PERFORM CBV0001-CHECK-ACTION
000000             IF WS-CHECK-OK
000000                 PERFORM CBV0001-QUEUE-ACTION
000000             END-IF
000000         WHEN 'D'
000000             PERFORM CBV0001-DELETE-PENDING
000000         WHEN 'X'
000000             SET WS-CA-LIST      TO TRUE
000000         WHEN SPACE
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE 'INVALID COMMAND' TO WS-MSG
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SEND-DETAIL
000000* OVERVIEW : 明細画面送信処理
000000*            元レコード・結果コード・訂正入力欄・直近の
000000*            チェック結果と登録状況を編集して送信
000000*/-------------------------------------------------------------/*
000000 CBV0001-SEND-DETAIL.
000000     MOVE LOW-VALUES             TO CBV01WDO.
000000     PERFORM CBV0001-EDIT-AGE.
000000     MOVE WS-AGE-DAYS            TO WS-DTL-AGE.
000000     MOVE REJ-RAW-DATA           TO WS-DTL-RAW.
000000     PERFORM CBV0001-EDIT-PEND-TEXT.
000000     MOVE WS-DISP-DATE           TO DDATEO.
000000     MOVE REJ-CODE               TO DCODEO.
000000     MOVE REJ-DATE               TO DRDATEO.
000000     MOVE WS-DTL-AGE             TO DAGEO.
000000     MOVE REJ-ORIG-SYS           TO DSYSO.
000000     MOVE REJ-BATCH-ID           TO DBATCHO.
000000     MOVE REJ-RUN-ID             TO DRUNIDO.
000000     MOVE REJ-PGM-ID             TO DPGMIDO.
000000     MOVE REJ-CODE-RC            TO DCDRCO.
000000     MOVE REJ-AMT-RC             TO DAMRCO.
000000     MOVE REJ-DATE-RC            TO DDTRCO.
000000     MOVE REJ-RESULT-DESC        TO DRDESCO.
000000     MOVE WS-DTL-RAW-LINE(1)     TO DRAW1O.
000000     MOVE WS-DTL-RAW-LINE(2)     TO DRAW2O.
000000     MOVE WS-DTL-RAW-LINE(3)     TO DRAW3O.
000000     MOVE WS-DTL-RAW-LINE(4)     TO DRAW4O.
000000     MOVE WS-DTL-CODE            TO DCCODEO.
000000     MOVE WS-DTL-AMOUNT          TO DCAMTO.
000000     MOVE WS-DTL-TRAN-DATE       TO DCTDTO.
000000     MOVE WS-DTL-DESC            TO DCDESCO.
000000     MOVE WS-OPER-ID             TO DOPERO.
000000     MOVE WS-ACTION              TO DACTO.
000000     MOVE WS-NEW-CODE            TO DNCODEO.
000000     MOVE WS-NEW-AMOUNT          TO DNAMTO.
000000     MOVE WS-NEW-TRAN-DATE       TO DNTDTO.
000000     MOVE WS-NEW-DESC            TO DNDESCO.
000000     MOVE WS-CHK-CODE-RC         TO DKCDRCO.
000000     MOVE WS-CHK-AMT-RC          TO DKAMRCO.
000000     MOVE WS-CHK-DATE-RC         TO DKDTRCO.
000000     MOVE WS-CHK-DESC            TO DKDESCO.
000000     MOVE WS-PEND-TEXT           TO DPENDO.
000000     MOVE WS-MSG                 TO DMSGO.
000000     EXEC CICS SEND MAP(CST-DETAIL-MAP)
000000                    MAPSET(CST-MAPSET)
000000                    FROM(CBV01WDO)
000000                    ERASE
000000                    FREEKB
000000     END-EXEC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-ACTION
000000* OVERVIEW : 訂正アクションチェック処理
000000*            担当者・アクションの入力チェックと、サスペンス
000000*            レコード（本タスクで再読込済み）がOPEN状態の
000000*            ままであることの確認。再投入は訂正後レコードを
000000*            項目チェック
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-ACTION.
000000     MOVE 'N'                    TO WS-CHECK-OK-FLG.
000000     MOVE 0                      TO WS-CHK-CODE-RC.
000000     MOVE 0                      TO WS-CHK-AMT-RC.
000000     MOVE 0                      TO WS-CHK-DATE-RC.
000000     MOVE SPACES                 TO WS-CHK-DESC.
000000     EVALUATE TRUE
000000         WHEN WS-OPER-ID = SPACES
000000             MOVE 'ENTER YOUR OPERATOR ID' TO WS-MSG
000000         WHEN WS-ACTION NOT = 'R' AND WS-ACTION NOT = 'C'
000000                                  AND WS-ACTION NOT = 'W'
000000             MOVE 'ACTION MUST BE R, C OR W' TO WS-MSG
000000         WHEN NOT REJ-OPEN
000000             STRING 'ITEM IS NO LONGER OPEN (STATUS '
000000                    REJ-STATUS ') - NOTHING TO CORRECT'
000000                 DELIMITED BY SIZE INTO WS-MSG
000000         WHEN WS-ACTION = 'R'
000000             PERFORM CBV0001-CHECK-NEW-DATA
000000         WHEN OTHER
000000             SET WS-CHECK-OK     TO TRUE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-NEW-DATA
000000* OVERVIEW : 訂正後レコード項目チェック処理
000000*            CBV0001V01と同一の条件（コード・金額・取引日付）
000000*            でCBV0001S01をCALLし、結果コードが0または警告
000000*            扱いの場合のみ合格（取引日付の営業日判定は
000000*            再投入バッチの発生元システムのカレンダを使用）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-NEW-DATA.
000000     IF WS-NEW-CODE(1:3) = 'HDR' OR WS-NEW-CODE(1:3) = 'TRL'
000000         MOVE 'CODE MAY NOT BEGIN WITH HDR OR TRL' TO WS-MSG
000000     ELSE
000000         MOVE SPACES             TO S01-VALUE
000000         MOVE WS-NEW-CODE        TO S01-VALUE
000000         MOVE CST-CHECK-MODE     TO S01-CHECK-MODE
000000         MOVE CST-MIN-LENGTH     TO S01-MIN-LENGTH
000000         MOVE CST-MAX-LENGTH     TO S01-MAX-LENGTH
000000         MOVE 'Y'                TO S01-XREF-FLG
000000         MOVE WS-NEW-TRAN-DATE   TO S01-XREF-DATE
000000         PERFORM CBV0001-CALL-S01
000000         MOVE S01-RESULT-CODE    TO WS-CHK-CODE-RC
000000         MOVE SPACES             TO S01-VALUE
000000         MOVE WS-NEW-AMOUNT      TO S01-VALUE
000000         MOVE 'D'                TO S01-CHECK-MODE
000000         MOVE 1                  TO S01-MIN-LENGTH
000000         MOVE 9                  TO S01-MAX-LENGTH
000000         MOVE 'N'                TO S01-XREF-FLG
000000         PERFORM CBV0001-CALL-S01
000000         MOVE S01-RESULT-CODE    TO WS-CHK-AMT-RC
000000         MOVE SPACES             TO S01-VALUE
000000         MOVE WS-NEW-TRAN-DATE   TO S01-VALUE
000000         MOVE 'T'                TO S01-CHECK-MODE
000000         MOVE 8                  TO S01-MIN-LENGTH
000000         MOVE 8                  TO S01-MAX-LENGTH
000000         MOVE 'N'                TO S01-XREF-FLG
000000         MOVE CST-RCY-ORIG-SYS   TO S01-CAL-REGION
000000         PERFORM CBV0001-CALL-S01
000000         MOVE S01-RESULT-CODE    TO WS-CHK-DATE-RC
000000         SET WS-CHECK-OK         TO TRUE
000000         MOVE WS-CHK-CODE-RC     TO WS-WORK-RC
000000         PERFORM CBV0001-EDIT-ONE-SEV
000000         MOVE WS-CHK-AMT-RC      TO WS-WORK-RC
000000         PERFORM CBV0001-EDIT-ONE-SEV
000000         MOVE WS-CHK-DATE-RC     TO WS-WORK-RC
000000         PERFORM CBV0001-EDIT-ONE-SEV
000000         IF NOT WS-CHECK-OK
000000             MOVE 'CHECK FAILED - CORRECT THE FIELDS SHOWN BY'
000000                & ' THE RESULT CODES' TO WS-MSG
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CALL-S01
000000* OVERVIEW : 入力チェックサブプログラム呼出し処理
000000*            マスタ・休日カレンダをCICSで照会して結果を連絡
000000*            領域へ設定し（呼出し元照会モード）、CBV0001S01を
000000*            CALLして先頭エラーの結果内容を保持
000000*/-------------------------------------------------------------/*
000000 CBV0001-CALL-S01.
000000     MOVE 'C'                    TO S01-LOOKUP-MODE.
000000     MOVE SPACE                  TO S01-LK-MST-FLG.
000000     MOVE SPACES                 TO S01-LK-MST-RECORD.
000000     MOVE 'N'                    TO S01-LK-CAL-FLG.
000000     MOVE 'N'                    TO S01-LK-REG-CAL-FLG.
000000     MOVE 'N'                    TO S01-LK-REG-HOL-FLG.
000000     MOVE 'N'                    TO S01-LK-COM-HOL-FLG.
000000     IF S01-XREF-WANTED
000000         PERFORM CBV0001-LOOKUP-MASTER
000000     END-IF.
000000     IF S01-MODE-DATE
000000         PERFORM CBV0001-LOOKUP-CALENDAR
000000     END-IF.
000000     CALL 'CBV0001S01'           USING S01-PARM-AREA.
000000     IF S01-RESULT-CODE NOT = 0 AND WS-CHK-DESC = SPACES
000000         MOVE S01-RESULT-DESC    TO WS-CHK-DESC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOOKUP-MASTER
000000* OVERVIEW : マスタ照会処理
000000*            入力値先頭9桁をCBV0001S01と同様にコード項目へ
000000*            転記したキーでマスタを読込（未登録＝'N'、ファイル
000000*            使用不可時は空白としてマスタ照合を省略させる）
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOOKUP-MASTER.
000000     MOVE S01-VALUE(1:9)         TO WS-MST-NUM.
000000     MOVE WS-MST-NUM             TO WS-MST-KEY.
000000     EXEC CICS READ FILE('MSTFILE')
000000                    INTO(WS-MST-RECORD)
000000                    RIDFLD(WS-MST-KEY)
000000                    RESP(WS-RESP)
000000     END-EXEC.
000000     EVALUATE WS-RESP
000000         WHEN DFHRESP(NORMAL)
000000             MOVE WS-MST-RECORD  TO S01-LK-MST-RECORD
000000             MOVE 'Y'            TO S01-LK-MST-FLG
000000         WHEN DFHRESP(NOTFND)
000000             MOVE 'N'            TO S01-LK-MST-FLG
000000         WHEN OTHER
000000             MOVE SPACE          TO S01-LK-MST-FLG
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOOKUP-CALENDAR
000000* OVERVIEW : 休日カレンダ照会処理
000000*            共通カレンダ（地域空白）の当日登録を読込み、
000000*            カレンダ地域指定時はその地域のカレンダの有無を
000000*            ブラウズで確認して、有れば地域カレンダの当日
000000*            登録を読込（ファイル使用不可時は休日判定を省略
000000*            させる）
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOOKUP-CALENDAR.
000000     MOVE SPACES                 TO WS-CALK-REGION.
000000     MOVE S01-VALUE(1:8)         TO WS-CALK-DATE.
000000     EXEC CICS READ FILE('CALFILE')
000000                    INTO(WS-CAL-RECORD)
000000                    RIDFLD(WS-CALK-KEY)
000000                    RESP(WS-RESP)
000000     END-EXEC.
000000     EVALUATE WS-RESP
000000         WHEN DFHRESP(NORMAL)
000000             MOVE 'Y'            TO S01-LK-CAL-FLG
000000             MOVE 'Y'            TO S01-LK-COM-HOL-FLG
000000         WHEN DFHRESP(NOTFND)
000000             MOVE 'Y'            TO S01-LK-CAL-FLG
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     IF S01-LK-CAL-AVAIL AND S01-CAL-REGION NOT = SPACES
000000         MOVE S01-CAL-REGION     TO WS-CALB-REGION
000000         MOVE LOW-VALUES         TO WS-CALB-DATE
000000         EXEC CICS STARTBR FILE('CALFILE')
000000                           RIDFLD(WS-CALB-KEY)
000000                           GTEQ
000000                           RESP(WS-RESP)
000000         END-EXEC
000000         IF WS-RESP = DFHRESP(NORMAL)
000000             EXEC CICS READNEXT FILE('CALFILE')
000000                                INTO(WS-CAL-RECORD)
000000                                RIDFLD(WS-CALB-KEY)
000000                                RESP(WS-RESP)
000000             END-EXEC
000000             IF WS-RESP = DFHRESP(NORMAL)
000000             AND WS-CAL-REGION = S01-CAL-REGION
000000                 MOVE 'Y'        TO S01-LK-REG-CAL-FLG
000000             END-IF
000000             EXEC CICS ENDBR FILE('CALFILE')
000000             END-EXEC
000000         END-IF
000000     END-IF.
000000     IF S01-LK-REG-CAL-FOUND
000000         MOVE S01-CAL-REGION     TO WS-CALK-REGION
000000         EXEC CICS READ FILE('CALFILE')
000000                        INTO(WS-CAL-RECORD)
000000                        RIDFLD(WS-CALK-KEY)
000000                        RESP(WS-RESP)
000000         END-EXEC
000000         IF WS-RESP = DFHRESP(NORMAL)
000000             MOVE 'Y'            TO S01-LK-REG-HOL-FLG
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-EDIT-ONE-SEV
000000* OVERVIEW : 項目別重大度判定処理
000000*            1項目分の結果コードが警告指定外の場合は不合格
000000*/-------------------------------------------------------------/*
000000 CBV0001-EDIT-ONE-SEV.
000000     IF WS-WORK-RC > 0
000000         IF WS-WORK-RC > 20
000000             MOVE 'N'            TO WS-CHECK-OK-FLG
000000         ELSE
000000             IF WS-SEV-WARN(WS-WORK-RC) NOT = 'Y'
000000                 MOVE 'N'        TO WS-CHECK-OK-FLG
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-QUEUE-ACTION
000000* OVERVIEW : 訂正アクション登録処理
000000*            チェック合格のアクションをオンライン訂正キューへ
000000*            登録（登録済みの場合は更新目的で読込んで置換え）
000000*/-------------------------------------------------------------/*
000000 CBV0001-QUEUE-ACTION.
000000     MOVE FUNCTION CURRENT-DATE  TO WS-TIMESTAMP.
000000     MOVE REJ-KEY                TO OQ-KEY.
000000     MOVE REJ-KEY                TO WS-OQ-RID.
000000     IF WS-ACTION = 'R'
000000         MOVE WS-NEW-RAW         TO OQ-NEW-DATA
000000     ELSE
000000         MOVE SPACES             TO OQ-NEW-DATA
000000     END-IF.
000000     MOVE WS-ACTION              TO OQ-ACTION.
000000     MOVE WS-CHK-CODE-RC         TO OQ-CODE-RC.
000000     MOVE WS-CHK-AMT-RC          TO OQ-AMT-RC.
000000     MOVE WS-CHK-DATE-RC         TO OQ-DATE-RC.
000000     MOVE WS-OPER-ID             TO OQ-OPER-ID.
000000     MOVE WS-TIMESTAMP(1:14)     TO OQ-ENTRY-TS.
000000     EXEC CICS WRITE FILE('ONLCORR')
000000                     FROM(ONLCORR-RECORD)
000000                     RIDFLD(WS-OQ-RID)
000000                     RESP(WS-RESP)
000000     END-EXEC.
000000     IF WS-RESP = DFHRESP(DUPREC)
000000         EXEC CICS READ FILE('ONLCORR')
000000                        INTO(WS-OQ-SAVE)
000000                        RIDFLD(WS-OQ-RID)
000000                        UPDATE
000000                        RESP(WS-RESP)
000000         END-EXEC
000000         IF WS-RESP = DFHRESP(NORMAL)
000000             EXEC CICS REWRITE FILE('ONLCORR')
000000                               FROM(ONLCORR-RECORD)
000000                               RESP(WS-RESP)
000000             END-EXEC
000000         END-IF
000000     END-IF.
000000     IF WS-RESP = DFHRESP(NORMAL)
000000         MOVE 'Y'                TO WS-PEND-FLG
000000         MOVE 'QUEUED - STEP008 APPLIES IT IN TONIGHT''S RECYCLE'
000000                                 TO WS-MSG
000000     ELSE
000000         MOVE WS-RESP            TO WS-RESP-DISP
000000         STRING 'QUEUE UPDATE FAILED - RESP='
000000                WS-RESP-DISP ' - NOT QUEUED'
000000             DELIMITED BY SIZE INTO WS-MSG
000000         MOVE REJ-KEY            TO WS-OQ-RID
000000         PERFORM CBV0001-READ-PENDING
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-DELETE-PENDING
000000* OVERVIEW : 登録済みアクション取消処理
000000*            夜間反映前の訂正アクションをキューから削除
000000*/-------------------------------------------------------------/*
000000 CBV0001-DELETE-PENDING.
000000     MOVE REJ-KEY                TO WS-OQ-RID.
000000     EXEC CICS DELETE FILE('ONLCORR')
000000                      RIDFLD(WS-OQ-RID)
000000                      RESP(WS-RESP)
000000     END-EXEC.
000000     EVALUATE WS-RESP
000000         WHEN DFHRESP(NORMAL)
000000             MOVE 'QUEUED ACTION DELETED' TO WS-MSG
000000             MOVE 'N'            TO WS-PEND-FLG
000000         WHEN DFHRESP(NOTFND)
000000             MOVE 'NO QUEUED ACTION FOR THIS ITEM' TO WS-MSG
000000             MOVE 'N'            TO WS-PEND-FLG
000000         WHEN OTHER
000000             MOVE WS-RESP        TO WS-RESP-DISP
000000             STRING 'QUEUE DELETE FAILED - RESP='
000000                    WS-RESP-DISP
000000                 DELIMITED BY SIZE INTO WS-MSG
000000     END-EVALUATE.
000000     EXIT.
000000*****************************************************************
