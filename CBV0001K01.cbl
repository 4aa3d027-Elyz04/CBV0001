000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     CBV0001K01.
000000*/-------------------------------------------------------------/*
000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001K01
000000*    JOB NAME       :            CBV0001K（計上結果照合ジョブ）
000000*    INPUT          :            ACKFILE （計上結果受領ファイル）
000000*                                ACPFILE （採用レコード連携
000000*                                          ファイル）
000000*    OUTPUT         :            SENTWK  （送信明細作業ファイル）
000000*                                REJFILE （リジェクトサスペンス
000000*                                          マスタ）
000000*                                ACKRPT  （計上結果照合
000000*                                          レポート）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*    PURPOSE        :            計上結果照合処理（計上システム
000000*                                から返却された計上結果ファイル
000000*                                を、同一実行IDで送信した採用
000000*                                レコード連携ファイルの明細と
000000*                                突合し、未照合・計上拒否明細を
000000*                                レポート出力する。計上拒否明細
000000*                                はOPEN状態でサスペンスマスタへ
000000*                                登録し、CBV0001C01の訂正・
000000*                                再投入の対象とする）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 : 初版作成
000000*        2026/10/15 : リジェクトサスペンスレコードの発生元
000000*                     システム・バッチID追加に追随（計上拒否
000000*                     明細は発生元'CBV0001K'で登録し、発生元
000000*                     システムへの返却対象外とする）
000000*        2026/10/15 : リジェクトサスペンスレコードの項目別
000000*                     結果コード追加に追随（計上拒否明細は
000000*                     項目別結果コードをゼロで登録）
000000*        2026/10/15 : リジェクトサスペンスレコードへ入力
000000*                     レコード原データを追加（計上拒否明細
000000*                     は連携明細のイメージで登録）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT ACK-FILE             ASSIGN TO "ACKFILE"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-ACKFILE-STATUS.
000000     SELECT ACCEPT-IN-FILE       ASSIGN TO "ACPFILE"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-ACPFILE-STATUS.
000000     SELECT SENT-WORK-FILE       ASSIGN TO "SENTWK"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS SW-KEY
000000         FILE STATUS IS WS-SENTWK-STATUS.
000000     SELECT OPTIONAL REJECT-FILE     ASSIGN TO "REJFILE"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS REJ-KEY
000000         FILE STATUS IS WS-REJFILE-STATUS.
000000     SELECT REPORT-FILE          ASSIGN TO "ACKRPT"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REPORT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*/-------------------------------------------------------------/*
000000*  計上結果受領ファイル（計上システムが連携明細1件につき
000000*  1行返却、状態'P'＝計上済、'R'＝計上拒否）
000000*/-------------------------------------------------------------/*
000000 FD  ACK-FILE.
000000 01  ACK-RECORD.
000000     03 ACK-RUN-ID               PIC X(14).
000000     03 ACK-CODE                 PIC X(09).
000000     03 ACK-STATUS               PIC X(01).
000000        88 ACK-POSTED                       VALUE 'P'.
000000        88 ACK-REFUSED                      VALUE 'R'.
000000     03 ACK-REASON               PIC X(30).
000000     03 ACK-POST-DATE            PIC X(08).
000000     03 FILLER                   PIC X(18).
000000*/-------------------------------------------------------------/*
000000*  採用レコード連携ファイル（CBV0001V01が出力、HDR／TRL
000000*  制御レコード付き、ヘッダに実行IDを保持）
000000*/-------------------------------------------------------------/*
000000 FD  ACCEPT-IN-FILE.
000000 01  ACCEPT-IN-RECORD            PIC X(200).
000000*/-------------------------------------------------------------/*
000000*  送信明細作業ファイル（照合対象実行IDの連携明細をコード・
000000*  連携順序番号キーで保持し、計上結果を反映）
000000*/-------------------------------------------------------------/*
000000 FD  SENT-WORK-FILE.
000000 01  SENT-WORK-RECORD.
000000     03 SW-KEY.
000000        05 SW-CODE               PIC X(09).
000000        05 SW-SEQ                PIC 9(07).
000000     03 SW-RAW-DATA              PIC X(200).
000000     03 SW-ACK-STATUS            PIC X(01).
000000        88 SW-UNACKED                       VALUE SPACE.
000000        88 SW-POSTED                        VALUE 'P'.
000000        88 SW-REFUSED                       VALUE 'R'.
000000     03 SW-ACK-REASON            PIC X(30).
000000*/-------------------------------------------------------------/*
000000*  リジェクトサスペンスマスタ（コード・発生日キーの索引
000000*  編成、状態OPEN／RECYCLED／CANCELLEDでライフサイクル管理）
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
000000     03 REJ-ORIG-SYS             PIC X(08).
000000     03 REJ-BATCH-ID             PIC X(08).
000000     03 REJ-FLD-RCS.
000000        05 REJ-FLD-RC OCCURS 10  PIC 9(02).
000000     03 REJ-SRC-DATA             PIC X(200).
000000*/-------------------------------------------------------------/*
000000*  計上結果照合レポートファイル
000000*/-------------------------------------------------------------/*
000000 FD  REPORT-FILE.
000000 01  REPORT-RECORD               PIC X(132).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000*/-------------------------------------------------------------/*
000000 01 WS-VARIABLES.
000000    03 WS-ACK-EOF-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-ACK-EOF                       VALUE 'Y'.
000000    03 WS-ACP-EOF-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-ACP-EOF                       VALUE 'Y'.
000000    03 WS-SCAN-EOF-FLG           PIC X(01).
000000       88 WS-SCAN-EOF                      VALUE 'Y'.
000000    03 WS-IN-BLOCK-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-IN-BLOCK                      VALUE 'Y'.
000000    03 WS-SENT-FOUND-FLG         PIC X(01).
000000       88 WS-SENT-FOUND                    VALUE 'Y'.
000000    03 WS-SENT-ANY-FLG           PIC X(01).
000000       88 WS-SENT-ANY                      VALUE 'Y'.
000000    03 WS-CTL-ERR-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-CTL-ERR                       VALUE 'Y'.
000000    03 WS-SCAN-MODE              PIC X(01).
000000       88 WS-SCAN-REFUSED                  VALUE 'R'.
000000       88 WS-SCAN-UNACKED                  VALUE 'U'.
000000    03 WS-RUN-DATE               PIC X(08).
000000    03 WS-ACK-RUN-ID             PIC X(14) VALUE SPACES.
000000    03 WS-ACK-NOTE               PIC X(20).
000000    03 WS-SEQ                    PIC 9(07) VALUE 0.
000000    03 WS-BLK-COUNT              PIC 9(07) VALUE 0.
000000    03 WS-BLK-HASH               PIC 9(13) VALUE 0.
000000    03 WS-HASH-TEMP              PIC X(09).
000000    03 WS-HASH-NUM               PIC 9(09).
000000    03 WS-ACP-CODE-X             PIC X(09).
000000*/-------------------------------------------------------------/*
000000*  採用レコード連携制御レコード編集域
000000*/-------------------------------------------------------------/*
000000 01 WS-ACP-HEADER.
000000    03 WS-ACP-HDR-TAG            PIC X(03).
000000    03 FILLER                    PIC X(08).
000000    03 WS-ACP-HDR-BUS-DATE       PIC X(08).
000000    03 FILLER                    PIC X(08).
000000    03 WS-ACP-HDR-RUN-ID         PIC X(14).
000000    03 FILLER                    PIC X(159).
000000 01 WS-ACP-TRAILER.
000000    03 WS-ACP-TRL-TAG            PIC X(03).
000000    03 WS-ACP-TRL-EXP-COUNT      PIC 9(07).
000000    03 WS-ACP-TRL-HASH-TOTAL     PIC 9(13).
000000    03 FILLER                    PIC X(177).
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000 01 WS-FILE-STATUS.
000000    03 WS-ACKFILE-STATUS         PIC X(02).
000000    03 WS-ACPFILE-STATUS         PIC X(02).
000000    03 WS-SENTWK-STATUS          PIC X(02).
000000    03 WS-REJFILE-STATUS         PIC X(02).
000000    03 WS-REPORT-STATUS          PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  制御合計カウンタ
000000*/-------------------------------------------------------------/*
000000 01 WS-TOTALS.
000000    03 WS-TOT-ACP-BLOCKS         PIC 9(07) VALUE 0.
000000    03 WS-TOT-SENT               PIC 9(07) VALUE 0.
000000    03 WS-TOT-ACK-READ           PIC 9(07) VALUE 0.
000000    03 WS-TOT-POSTED             PIC 9(07) VALUE 0.
000000    03 WS-TOT-REFUSED            PIC 9(07) VALUE 0.
000000    03 WS-TOT-SUSPENDED          PIC 9(07) VALUE 0.
000000    03 WS-TOT-ACK-UNMATCHED      PIC 9(07) VALUE 0.
000000    03 WS-TOT-UNACKED            PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  レポート編集行
000000*/-------------------------------------------------------------/*
000000 01 RPT-HEADER-1.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(50) VALUE
000000       'CBV0001K01 POSTING ACKNOWLEDGEMENT RECONCILIATION'.
000000    03 FILLER                    PIC X(09) VALUE 'RUN DATE='.
000000    03 RPT-HDR-DATE              PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(11) VALUE 'ACP RUN ID='.
000000    03 RPT-HDR-RUN-ID            PIC X(14).
000000    03 FILLER                    PIC X(36) VALUE SPACES.
000000 01 RPT-SECTION-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SEC-TITLE             PIC X(60).
000000    03 FILLER                    PIC X(70) VALUE SPACES.
000000 01 RPT-ACK-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-ACK-CODE              PIC X(09).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-ACK-STATUS            PIC X(01).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-ACK-NOTE              PIC X(20).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-ACK-REASON            PIC X(30).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-ACK-RUN-ID            PIC X(14).
000000    03 FILLER                    PIC X(48) VALUE SPACES.
000000 01 RPT-SENT-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SNT-SEQ               PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SNT-CODE              PIC X(09).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SNT-REASON            PIC X(30).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SNT-VALUE             PIC X(40).
000000    03 FILLER                    PIC X(38) VALUE SPACES.
000000 01 RPT-TOTAL-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-TOT-LABEL             PIC X(28).
000000    03 FILLER                    PIC X(02) VALUE ': '.
000000    03 RPT-TOT-COUNT             PIC 9(07).
000000    03 FILLER                    PIC X(93) VALUE SPACES.
000000 01 RPT-TEXT-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-TEXT                  PIC X(70).
000000    03 FILLER                    PIC X(60) VALUE SPACES.
000000*/-------------------------------------------------------------/*
000000*  定数定義
000000*/-------------------------------------------------------------/*
000000 01 CST-VARIABLES.
000000    03 CST-TIMESTAMP             PIC X(21).
000000    03 CST-REFUSED-RC            PIC 9(02) VALUE 13.
000000    03 CST-REFUSED-DESC          PIC X(30) VALUE
000000       'REFUSED BY POSTING SYSTEM'.
000000    03 CST-REFUSED-ORIG-SYS      PIC X(08) VALUE 'CBV0001K'.
000000    03 CST-REFUSED-BATCH-ID      PIC X(08) VALUE 'REFUSED'.
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            照合対象実行IDの決定・送信明細の展開・計上結果
000000*            突合・計上拒否明細のサスペンス登録・レポート出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     PERFORM CBV0001-INIT-WS.
000000     PERFORM CBV0001-OPEN-FILES.
000000     PERFORM CBV0001-READ-ACK.
000000     IF WS-ACK-EOF
000000         DISPLAY 'CBV0001K01: ACKNOWLEDGEMENT FILE IS EMPTY -'
000000                 ' NOTHING TO RECONCILE'
000000     ELSE
000000         MOVE ACK-RUN-ID         TO WS-ACK-RUN-ID
000000         DISPLAY 'CBV0001K01: RECONCILING ACP RUN ID '
000000                 WS-ACK-RUN-ID
000000     END-IF.
000000     PERFORM CBV0001-PRINT-HEADER.
000000     IF NOT WS-ACK-EOF
000000         PERFORM CBV0001-LOAD-SENT
000000     END-IF.
000000     IF NOT WS-ACK-EOF AND WS-TOT-ACP-BLOCKS = 0
000000         DISPLAY 'CBV0001K01: RUN ID ' WS-ACK-RUN-ID
000000                 ' NOT FOUND ON ACPFILE - CONTROL ERROR'
000000         MOVE 'ACP RUN ID NOT FOUND ON ACPFILE - NO SENT RECORDS'
000000                                 TO RPT-TEXT
000000         WRITE REPORT-RECORD     FROM RPT-TEXT-LINE
000000             AFTER ADVANCING 2 LINES
000000         SET WS-CTL-ERR          TO TRUE
000000     END-IF.
000000     PERFORM CBV0001-MATCH-ACKS.
000000     MOVE 'REFUSED BY POSTING SYSTEM (WRITTEN TO SUSPENSE)'
000000                                 TO RPT-SEC-TITLE.
000000     SET WS-SCAN-REFUSED         TO TRUE.
000000     PERFORM CBV0001-SCAN-SENT.
000000     MOVE 'SENT BUT NOT ACKNOWLEDGED'
000000                                 TO RPT-SEC-TITLE.
000000     SET WS-SCAN-UNACKED         TO TRUE.
000000     PERFORM CBV0001-SCAN-SENT.
000000     PERFORM CBV0001-PRINT-TOTALS.
000000     PERFORM CBV0001-CLOSE-FILES.
000000     EVALUATE TRUE
000000         WHEN WS-CTL-ERR
000000             MOVE 12             TO RETURN-CODE
000000         WHEN WS-TOT-REFUSED > 0
000000           OR WS-TOT-ACK-UNMATCHED > 0
000000           OR WS-TOT-UNACKED > 0
000000           OR WS-ACK-EOF AND WS-TOT-ACK-READ = 0
000000             MOVE 4              TO RETURN-CODE
000000         WHEN OTHER
000000             MOVE 0              TO RETURN-CODE
000000     END-EVALUATE.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-INIT-WS
000000* OVERVIEW : ワーク変数初期化処理
000000*            実行日の取得
000000*/-------------------------------------------------------------/*
000000 CBV0001-INIT-WS.
000000     MOVE FUNCTION CURRENT-DATE  TO CST-TIMESTAMP.
000000     MOVE CST-TIMESTAMP(1:8)     TO WS-RUN-DATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-OPEN-FILES
000000* OVERVIEW : ファイルオープン処理
000000*            入出力ファイルのオープン（送信明細作業ファイルは
000000*            空クラスタを初期化後に入出力オープン）
000000*/-------------------------------------------------------------/*
000000 CBV0001-OPEN-FILES.
000000     OPEN INPUT ACK-FILE.
000000     IF WS-ACKFILE-STATUS NOT = '00'
000000         DISPLAY 'CBV0001K01: ACKNOWLEDGEMENT FILE OPEN FAILED -'
000000                 ' STATUS=' WS-ACKFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT ACCEPT-IN-FILE.
000000     IF WS-ACPFILE-STATUS NOT = '00'
000000         DISPLAY 'CBV0001K01: ACCEPTED RECORD FILE OPEN FAILED -'
000000                 ' STATUS=' WS-ACPFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT SENT-WORK-FILE.
000000     CLOSE SENT-WORK-FILE.
000000     OPEN I-O SENT-WORK-FILE.
000000     IF WS-SENTWK-STATUS NOT = '00'
000000         DISPLAY 'CBV0001K01: SENT WORK FILE OPEN FAILED -'
000000                 ' STATUS=' WS-SENTWK-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN I-O REJECT-FILE.
000000     IF WS-REJFILE-STATUS NOT = '00'
000000     AND WS-REJFILE-STATUS NOT = '05'
000000         DISPLAY 'CBV0001K01: REJECT SUSPENSE FILE OPEN'
000000                 ' FAILED - STATUS=' WS-REJFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-REPORT-STATUS NOT = '00'
000000         DISPLAY 'CBV0001K01: REPORT FILE OPEN FAILED -'
000000                 ' STATUS=' WS-REPORT-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CLOSE-FILES
000000* OVERVIEW : ファイルクローズ処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-CLOSE-FILES.
000000     CLOSE ACK-FILE.
000000     CLOSE ACCEPT-IN-FILE.
000000     CLOSE SENT-WORK-FILE.
000000     CLOSE REJECT-FILE.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-READ-ACK
000000* OVERVIEW : 計上結果読込処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-READ-ACK.
000000     READ ACK-FILE
000000         AT END
000000             SET WS-ACK-EOF      TO TRUE
000000     END-READ.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-SENT
000000* OVERVIEW : 送信明細展開処理
000000*            連携ファイルから照合対象実行IDのHDR〜TRL間の
000000*            明細を送信明細作業ファイルへ展開し、トレーラの
000000*            件数・ハッシュ合計を照合（TRLなしは未完了送信）
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-SENT.
000000     PERFORM UNTIL WS-ACP-EOF
000000         READ ACCEPT-IN-FILE
000000             AT END
000000                 SET WS-ACP-EOF  TO TRUE
000000             NOT AT END
000000                 EVALUATE ACCEPT-IN-RECORD(1:3)
000000                     WHEN 'HDR'
000000                         PERFORM CBV0001-PROC-ACP-HEADER
000000                     WHEN 'TRL'
000000                         PERFORM CBV0001-PROC-ACP-TRAILER
000000                     WHEN OTHER
000000                         IF WS-IN-BLOCK
000000                             PERFORM CBV0001-WRITE-SENT
000000                         END-IF
000000                 END-EVALUATE
000000         END-READ
000000     END-PERFORM.
000000     IF WS-IN-BLOCK
000000         PERFORM CBV0001-NO-ACP-TRAILER
000000     END-IF.
000000     IF WS-TOT-ACP-BLOCKS > 1
000000         DISPLAY 'CBV0001K01: RUN ID ' WS-ACK-RUN-ID
000000                 ' APPEARS ' WS-TOT-ACP-BLOCKS
000000                 ' TIMES ON ACPFILE - ALL BLOCKS RECONCILED'
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PROC-ACP-HEADER
000000* OVERVIEW : 連携ヘッダ処理
000000*            ヘッダの実行IDが照合対象の場合に明細展開を開始
000000*/-------------------------------------------------------------/*
000000 CBV0001-PROC-ACP-HEADER.
000000     IF WS-IN-BLOCK
000000         PERFORM CBV0001-NO-ACP-TRAILER
000000     END-IF.
000000     MOVE ACCEPT-IN-RECORD       TO WS-ACP-HEADER.
000000     IF WS-ACP-HDR-RUN-ID = WS-ACK-RUN-ID
000000         SET WS-IN-BLOCK         TO TRUE
000000         ADD 1 TO WS-TOT-ACP-BLOCKS
000000         MOVE 0                  TO WS-BLK-COUNT
000000         MOVE 0                  TO WS-BLK-HASH
000000     ELSE
000000         MOVE 'N'                TO WS-IN-BLOCK-FLG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PROC-ACP-TRAILER
000000* OVERVIEW : 連携トレーラ処理
000000*            展開中ブロックの件数・ハッシュ合計をトレーラと
000000*            照合（不一致は制御エラー）
000000*/-------------------------------------------------------------/*
000000 CBV0001-PROC-ACP-TRAILER.
000000     IF WS-IN-BLOCK
000000         MOVE ACCEPT-IN-RECORD   TO WS-ACP-TRAILER
000000         IF WS-ACP-TRL-EXP-COUNT NOT = WS-BLK-COUNT
000000         OR WS-ACP-TRL-HASH-TOTAL NOT = WS-BLK-HASH
000000             DISPLAY 'CBV0001K01: ACPFILE TRAILER MISMATCH -'
000000                     ' EXPECTED=' WS-ACP-TRL-EXP-COUNT
000000                     ' ACTUAL=' WS-BLK-COUNT
000000             MOVE 'ACPFILE TRAILER DOES NOT MATCH SENT DETAILS'
000000                                 TO RPT-TEXT
000000             WRITE REPORT-RECORD FROM RPT-TEXT-LINE
000000                 AFTER ADVANCING 2 LINES
000000             SET WS-CTL-ERR      TO TRUE
000000         END-IF
000000         MOVE 'N'                TO WS-IN-BLOCK-FLG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-NO-ACP-TRAILER
000000* OVERVIEW : 連携トレーラ欠落処理
000000*            トレーラのないブロック（CBV0001V01未完了分）を
000000*            制御エラーとして報告
000000*/-------------------------------------------------------------/*
000000 CBV0001-NO-ACP-TRAILER.
000000     DISPLAY 'CBV0001K01: ACPFILE BLOCK FOR RUN ID '
000000             WS-ACK-RUN-ID ' HAS NO TRAILER'.
000000     MOVE 'ACPFILE BLOCK HAS NO TRAILER - SEND WAS INCOMPLETE'
000000                                 TO RPT-TEXT.
000000     WRITE REPORT-RECORD         FROM RPT-TEXT-LINE
000000         AFTER ADVANCING 2 LINES.
000000     SET WS-CTL-ERR              TO TRUE.
000000     MOVE 'N'                    TO WS-IN-BLOCK-FLG.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-WRITE-SENT
000000* OVERVIEW : 送信明細登録処理
000000*            連携明細を連携順序番号付きで作業ファイルへ登録
000000*            し、ブロック件数・ハッシュ合計を加算
000000*/-------------------------------------------------------------/*
000000 CBV0001-WRITE-SENT.
000000     ADD 1 TO WS-SEQ.
000000     ADD 1 TO WS-BLK-COUNT.
000000     ADD 1 TO WS-TOT-SENT.
000000     MOVE ACCEPT-IN-RECORD(1:9)  TO SW-CODE.
000000     MOVE WS-SEQ                 TO SW-SEQ.
000000     MOVE ACCEPT-IN-RECORD       TO SW-RAW-DATA.
000000     MOVE SPACE                  TO SW-ACK-STATUS.
000000     MOVE SPACES                 TO SW-ACK-REASON.
000000     WRITE SENT-WORK-RECORD
000000         INVALID KEY
000000             DISPLAY 'CBV0001K01: SENT WORK FILE WRITE FAILED'
000000                     ' - STATUS=' WS-SENTWK-STATUS
000000     END-WRITE.
000000     MOVE ACCEPT-IN-RECORD(1:9)  TO WS-ACP-CODE-X.
000000     PERFORM CBV0001-HASH-ACP.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-HASH-ACP
000000* OVERVIEW : 連携ハッシュ加算処理
000000*            コード生値を全桁数字判定で数値化してブロック
000000*            ハッシュへ加算（CBV0001V01のCBV0001-HASH-ACPと
000000*            同一の算式、数字以外は0加算）
000000*/-------------------------------------------------------------/*
000000 CBV0001-HASH-ACP.
000000     MOVE WS-ACP-CODE-X          TO WS-HASH-TEMP.
000000     INSPECT WS-HASH-TEMP
000000         REPLACING ALL '0' BY SPACE  ALL '1' BY SPACE
000000                   ALL '2' BY SPACE  ALL '3' BY SPACE
000000                   ALL '4' BY SPACE  ALL '5' BY SPACE
000000                   ALL '6' BY SPACE  ALL '7' BY SPACE
000000                   ALL '8' BY SPACE  ALL '9' BY SPACE.
000000     IF WS-HASH-TEMP = SPACES AND WS-ACP-CODE-X NOT = SPACES
000000         MOVE WS-ACP-CODE-X      TO WS-HASH-NUM
000000     ELSE
000000         MOVE 0                  TO WS-HASH-NUM
000000     END-IF.
000000     COMPUTE WS-BLK-HASH = FUNCTION MOD(
000000             WS-BLK-HASH + WS-HASH-NUM, 10000000000000).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-MATCH-ACKS
000000* OVERVIEW : 計上結果突合処理
000000*            計上結果を1件ずつ送信明細と突合し、未照合分を
000000*            レポート出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-MATCH-ACKS.
000000     MOVE 'ACKNOWLEDGEMENTS NOT MATCHED TO A SENT RECORD'
000000                                 TO RPT-SEC-TITLE.
000000     PERFORM CBV0001-PRINT-SECTION.
000000     PERFORM UNTIL WS-ACK-EOF
000000         ADD 1 TO WS-TOT-ACK-READ
000000         PERFORM CBV0001-MATCH-ONE-ACK
000000         PERFORM CBV0001-READ-ACK
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-MATCH-ONE-ACK
000000* OVERVIEW : 計上結果1件突合処理
000000*            同一コードの未照合送信明細（連携順の先頭）へ
000000*            計上結果を反映（他実行ID・状態不正・未送信・
000000*            重複返却は未照合として計上）
000000*/-------------------------------------------------------------/*
000000 CBV0001-MATCH-ONE-ACK.
000000     MOVE SPACES                 TO WS-ACK-NOTE.
000000     EVALUATE TRUE
000000         WHEN ACK-RUN-ID NOT = WS-ACK-RUN-ID
000000             MOVE 'OTHER RUN ID'     TO WS-ACK-NOTE
000000         WHEN NOT ACK-POSTED AND NOT ACK-REFUSED
000000             MOVE 'INVALID ACK STATUS'
000000                                     TO WS-ACK-NOTE
000000         WHEN OTHER
000000             PERFORM CBV0001-FIND-SENT
000000             EVALUATE TRUE
000000                 WHEN WS-SENT-FOUND
000000                     PERFORM CBV0001-APPLY-ACK
000000                 WHEN WS-SENT-ANY
000000                     MOVE 'DUPLICATE ACK' TO WS-ACK-NOTE
000000                 WHEN OTHER
000000                     MOVE 'NOT SENT'      TO WS-ACK-NOTE
000000             END-EVALUATE
000000     END-EVALUATE.
000000     IF WS-ACK-NOTE NOT = SPACES
000000         ADD 1 TO WS-TOT-ACK-UNMATCHED
000000         MOVE ACK-CODE           TO RPT-ACK-CODE
000000         MOVE ACK-STATUS         TO RPT-ACK-STATUS
000000         MOVE WS-ACK-NOTE        TO RPT-ACK-NOTE
000000         MOVE ACK-REASON         TO RPT-ACK-REASON
000000         MOVE ACK-RUN-ID         TO RPT-ACK-RUN-ID
000000         WRITE REPORT-RECORD     FROM RPT-ACK-LINE
000000             AFTER ADVANCING 1 LINE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-FIND-SENT
000000* OVERVIEW : 未照合送信明細検索処理
000000*            コードをキーに送信明細を連携順に順読みし、
000000*            計上結果未反映の先頭明細を特定
000000*/-------------------------------------------------------------/*
000000 CBV0001-FIND-SENT.
000000     MOVE 'N'                    TO WS-SENT-FOUND-FLG.
000000     MOVE 'N'                    TO WS-SENT-ANY-FLG.
000000     MOVE 'N'                    TO WS-SCAN-EOF-FLG.
000000     MOVE ACK-CODE               TO SW-CODE.
000000     MOVE 0                      TO SW-SEQ.
000000     START SENT-WORK-FILE KEY NOT < SW-KEY
000000         INVALID KEY
000000             SET WS-SCAN-EOF     TO TRUE
000000     END-START.
000000     PERFORM UNTIL WS-SCAN-EOF OR WS-SENT-FOUND
000000         READ SENT-WORK-FILE NEXT
000000             AT END
000000                 SET WS-SCAN-EOF TO TRUE
000000             NOT AT END
000000                 IF SW-CODE NOT = ACK-CODE
000000                     SET WS-SCAN-EOF TO TRUE
000000                 ELSE
000000                     SET WS-SENT-ANY TO TRUE
000000                     IF SW-UNACKED
000000                         SET WS-SENT-FOUND TO TRUE
000000                     END-IF
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-ACK
000000* OVERVIEW : 計上結果反映処理
000000*            送信明細へ計上結果・理由を書替え
000000*/-------------------------------------------------------------/*
000000 CBV0001-APPLY-ACK.
000000     MOVE ACK-STATUS             TO SW-ACK-STATUS.
000000     MOVE ACK-REASON             TO SW-ACK-REASON.
000000     REWRITE SENT-WORK-RECORD.
000000     IF ACK-POSTED
000000         ADD 1 TO WS-TOT-POSTED
000000     ELSE
000000         ADD 1 TO WS-TOT-REFUSED
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SCAN-SENT
000000* OVERVIEW : 送信明細全件走査処理
000000*            走査モードに応じて計上拒否明細（サスペンス
000000*            登録）または計上結果未返却明細を出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-SCAN-SENT.
000000     PERFORM CBV0001-PRINT-SECTION.
000000     MOVE 'N'                    TO WS-SCAN-EOF-FLG.
000000     MOVE LOW-VALUES             TO SW-KEY.
000000     START SENT-WORK-FILE KEY NOT < SW-KEY
000000         INVALID KEY
000000             SET WS-SCAN-EOF     TO TRUE
000000     END-START.
000000     PERFORM UNTIL WS-SCAN-EOF
000000         READ SENT-WORK-FILE NEXT
000000             AT END
000000                 SET WS-SCAN-EOF TO TRUE
000000             NOT AT END
000000                 EVALUATE TRUE
000000                     WHEN WS-SCAN-REFUSED AND SW-REFUSED
000000                         PERFORM CBV0001-PRINT-SENT
000000                         PERFORM CBV0001-WRITE-SUSPENSE
000000                     WHEN WS-SCAN-UNACKED AND SW-UNACKED
000000                         ADD 1 TO WS-TOT-UNACKED
000000                         PERFORM CBV0001-PRINT-SENT
000000                     WHEN OTHER
000000                         CONTINUE
000000                 END-EVALUATE
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-WRITE-SUSPENSE
000000* OVERVIEW : 計上拒否明細サスペンス登録処理
000000*            計上拒否明細を結果コード13・OPEN状態で
000000*            サスペンスマスタへ記録（同一コード・同一発生日
000000*            の既存レコードは最新内容で書替え）
000000*/-------------------------------------------------------------/*
000000 CBV0001-WRITE-SUSPENSE.
000000     MOVE SW-CODE                TO REJ-CODE.
000000     MOVE WS-RUN-DATE            TO REJ-DATE.
000000     MOVE SW-RAW-DATA            TO REJ-RAW-DATA.
000000     MOVE CST-REFUSED-RC         TO REJ-CODE-RC.
000000     MOVE 0                      TO REJ-AMT-RC.
000000     MOVE 0                      TO REJ-DATE-RC.
000000     IF SW-ACK-REASON NOT = SPACES
000000         MOVE SW-ACK-REASON      TO REJ-RESULT-DESC
000000     ELSE
000000         MOVE CST-REFUSED-DESC   TO REJ-RESULT-DESC
000000     END-IF.
000000     MOVE WS-ACK-RUN-ID          TO REJ-RUN-ID.
000000     MOVE 'CBV0001K01'           TO REJ-PGM-ID.
000000     MOVE 'O'                    TO REJ-STATUS.
000000     MOVE CST-REFUSED-ORIG-SYS   TO REJ-ORIG-SYS.
000000     MOVE CST-REFUSED-BATCH-ID   TO REJ-BATCH-ID.
000000     MOVE ZEROS                  TO REJ-FLD-RCS.
000000     MOVE SW-RAW-DATA            TO REJ-SRC-DATA.
000000     WRITE REJECT-RECORD
000000         INVALID KEY
000000             REWRITE REJECT-RECORD
000000     END-WRITE.
000000     ADD 1 TO WS-TOT-SUSPENDED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-HEADER
000000* OVERVIEW : レポートヘッダ出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-HEADER.
000000     MOVE WS-RUN-DATE            TO RPT-HDR-DATE.
000000     MOVE WS-ACK-RUN-ID          TO RPT-HDR-RUN-ID.
000000     WRITE REPORT-RECORD         FROM RPT-HEADER-1
000000         AFTER ADVANCING PAGE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-SECTION
000000* OVERVIEW : セクション見出し出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-SECTION.
000000     WRITE REPORT-RECORD         FROM RPT-SECTION-LINE
000000         AFTER ADVANCING 2 LINES.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-SENT
000000* OVERVIEW : 送信明細1件出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-SENT.
000000     MOVE SW-SEQ                 TO RPT-SNT-SEQ.
000000     MOVE SW-CODE                TO RPT-SNT-CODE.
000000     MOVE SW-ACK-REASON          TO RPT-SNT-REASON.
000000     MOVE SW-RAW-DATA(1:40)      TO RPT-SNT-VALUE.
000000     WRITE REPORT-RECORD         FROM RPT-SENT-LINE
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TOTALS
000000* OVERVIEW : 照合合計出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TOTALS.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     MOVE 'ACPFILE BLOCKS FOR RUN ID' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-ACP-BLOCKS      TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'RECORDS SENT'         TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-SENT            TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'ACKNOWLEDGEMENTS READ' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-ACK-READ        TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'POSTED'               TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-POSTED          TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'REFUSED'              TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-REFUSED         TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'REFUSED WRITTEN TO SUSPENSE' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-SUSPENDED       TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'ACKNOWLEDGEMENTS UNMATCHED' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-ACK-UNMATCHED   TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'SENT NOT ACKNOWLEDGED' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-UNACKED         TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     DISPLAY 'CBV0001K01: SENT=' WS-TOT-SENT
000000             ' POSTED=' WS-TOT-POSTED
000000             ' REFUSED=' WS-TOT-REFUSED
000000             ' UNMATCHED ACKS=' WS-TOT-ACK-UNMATCHED
000000             ' NOT ACKNOWLEDGED=' WS-TOT-UNACKED.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TOTAL-LINE
000000* OVERVIEW : 合計行編集出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TOTAL-LINE.
000000     WRITE REPORT-RECORD         FROM RPT-TOTAL-LINE
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*****************************************************************
