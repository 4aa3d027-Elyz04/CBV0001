000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     CBV0001B01.
000000*/-------------------------------------------------------------/*
000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001B01
000000*    JOB NAME       :            CBV0001J（STEP048）
000000*    INPUT          :            INFILE  （夜間投入データ
000000*                                          ＋再投入バッチ）
000000*                                OUTFILE （チェック結果ファイル）
000000*                                ACPFILE （採用レコード連携
000000*                                          ファイル）
000000*                                AUDITLOG（監査ログファイル）
000000*                                BATREG  （バッチレジスタ
000000*                                          ファイル）
000000*                                REJFILE （リジェクトサスペンス
000000*                                          マスタ）
000000*                                RUNCTL  （実行管理ファイル）
000000*                                RUNSTAT （実行ステータス
000000*                                          ファイル）
000000*    OUTPUT         :            BALWK   （照合作業ファイル）
000000*                                BALRPT  （夜間バランス照合
000000*                                          レポート）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*    PURPOSE        :            夜間チェーン終了時のバランス
000000*                                照合（当実行IDについて、投入
000000*                                明細の1件1件が採用・警告・
000000*                                リジェクトのいずれか1か所に
000000*                                のみ計上されていることを
000000*                                OUTFILE・ACPFILE・AUDITLOG・
000000*                                サスペンスマスタ・BATREGと
000000*                                明細単位に突合し、件数・金額
000000*                                合計の一致を確認する。欠落・
000000*                                二重計上の明細を例外一覧に
000000*                                出力し、不一致時は専用の
000000*                                終了コード20で終了）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 : 初版作成
000000*        2026/10/15 : 開始記録をファイルオープン前に出力し、
000000*                     オープン失敗時もRC8の終了記録を出力
000000*                     （オープン失敗ステップを再実行で再開
000000*                     可能にする）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT BATCH-IN-FILE        ASSIGN TO "INFILE"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-INFILE-STATUS.
000000     SELECT BATCH-OUT-FILE       ASSIGN TO "OUTFILE"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-OUTFILE-STATUS.
000000     SELECT ACCEPT-IN-FILE       ASSIGN TO "ACPFILE"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-ACPFILE-STATUS.
000000     SELECT AUDIT-LOG-FILE       ASSIGN TO "AUDITLOG"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-AUDITLOG-STATUS.
000000     SELECT BATREG-FILE          ASSIGN TO "BATREG"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-BATREG-STATUS.
000000     SELECT OPTIONAL REJECT-FILE     ASSIGN TO "REJFILE"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS REJ-KEY
000000         FILE STATUS IS WS-REJFILE-STATUS.
000000     SELECT BAL-WORK-FILE        ASSIGN TO "BALWK"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS BW-KEY
000000         FILE STATUS IS WS-BALWK-STATUS.
000000     SELECT OPTIONAL RUNCTL-FILE     ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RUNCTL-STATUS.
000000     SELECT OPTIONAL RUNSTAT-FILE    ASSIGN TO "RUNSTAT"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-RUNSTAT-STATUS.
000000     SELECT REPORT-FILE          ASSIGN TO "BALRPT"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REPORT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*/-------------------------------------------------------------/*
000000*  入力ファイル（夜間投入データ＋再投入バッチ、CBV0001V01の
000000*  INFILEと同一の連結）
000000*/-------------------------------------------------------------/*
000000 FD  BATCH-IN-FILE.
000000 01  BATCH-IN-RECORD             PIC X(200).
000000*/-------------------------------------------------------------/*
000000*  チェック結果ファイル（CBV0001V01出力）
000000*/-------------------------------------------------------------/*
000000 FD  BATCH-OUT-FILE.
000000 01  BATCH-OUT-RECORD.
000000     03 OUT-DATA                 PIC X(200).
000000     03 OUT-CODE-RC              PIC 9(02).
000000     03 OUT-AMT-RC               PIC 9(02).
000000     03 OUT-DATE-RC              PIC 9(02).
000000     03 OUT-WARN-FLG             PIC X(01).
000000     03 OUT-AMT-VALUE            PIC S9(5)V99.
000000     03 OUT-RUN-ID               PIC X(14).
000000     03 OUT-PGM-ID               PIC X(10).
000000     03 OUT-FLD-RCS.
000000        05 OUT-FLD-RC OCCURS 10  PIC 9(02).
000000*/-------------------------------------------------------------/*
000000*  採用レコード連携ファイル（CBV0001V01出力、HDR／TRL付き）
000000*/-------------------------------------------------------------/*
000000 FD  ACCEPT-IN-FILE.
000000 01  ACCEPT-IN-RECORD            PIC X(200).
000000*/-------------------------------------------------------------/*
000000*  監査ログファイル（全件の判定結果）
000000*/-------------------------------------------------------------/*
000000 FD  AUDIT-LOG-FILE.
000000 01  AUDIT-LOG-RECORD.
000000     03 AUDIT-TIMESTAMP          PIC X(21).
000000     03 AUDIT-RAW-DATA           PIC X(200).
000000     03 AUDIT-RESULT-CODE        PIC 9(02).
000000     03 AUDIT-RESULT-DESC        PIC X(30).
000000     03 AUDIT-RUN-ID             PIC X(14).
000000     03 AUDIT-PGM-ID             PIC X(10).
000000     03 AUDIT-SEV-FLG            PIC X(01).
000000*/-------------------------------------------------------------/*
000000*  バッチレジスタファイル（CBV0001V01のHDR／TRL対ごとの
000000*  受付・照合記録）
000000*/-------------------------------------------------------------/*
000000 FD  BATREG-FILE.
000000 01  BATREG-RECORD.
000000     03 BRG-BATCH-ID             PIC X(08).
000000     03 BRG-ORIG-SYS             PIC X(08).
000000     03 BRG-BUS-DATE             PIC X(08).
000000     03 BRG-COUNT                PIC 9(07).
000000     03 BRG-HASH                 PIC 9(13).
000000     03 BRG-PASSED               PIC 9(07).
000000     03 BRG-WARNED               PIC 9(07).
000000     03 BRG-FAILED               PIC 9(07).
000000     03 BRG-OUTCOME              PIC X(10).
000000     03 BRG-RUN-ID               PIC X(14).
000000*/-------------------------------------------------------------/*
000000*  リジェクトサスペンスマスタ（コード・発生日キーの索引編成）
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
000000*  照合作業ファイル（標準レイアウトの明細イメージをキーに
000000*  入力件数と各出力ファイルでの計上件数を集約、本ステップ
000000*  直前のIDCAMSステップで空の状態に再定義）
000000*/-------------------------------------------------------------/*
000000 FD  BAL-WORK-FILE.
000000 01  BAL-WORK-RECORD.
000000     03 BW-KEY.
000000        05 BW-IMAGE              PIC X(200).
000000     03 BW-FIRST-REC             PIC 9(07).
000000     03 BW-BATCH-ID              PIC X(08).
000000     03 BW-AMT-SRC               PIC X(01).
000000        88 BW-AMT-FROM-INPUT                VALUE 'I'.
000000     03 BW-AMT                   PIC S9(5)V99.
000000     03 BW-IN-CNT                PIC 9(07).
000000     03 BW-OUT-ACC               PIC 9(07).
000000     03 BW-OUT-WARN              PIC 9(07).
000000     03 BW-OUT-REJ               PIC 9(07).
000000     03 BW-OUT-AMT-DIFF          PIC 9(07).
000000     03 BW-ACP-CNT               PIC 9(07).
000000     03 BW-AUD-ACC               PIC 9(07).
000000     03 BW-AUD-WARN              PIC 9(07).
000000     03 BW-AUD-REJ               PIC 9(07).
000000     03 BW-SUSP-CNT              PIC 9(07).
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
000000*/-------------------------------------------------------------/*
000000*  夜間バランス照合レポートファイル
000000*/-------------------------------------------------------------/*
000000 FD  REPORT-FILE.
000000 01  REPORT-RECORD               PIC X(132).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000*/-------------------------------------------------------------/*
000000 01 WS-VARIABLES.
000000    03 WS-RAW-DATA               PIC X(200).
000000    03 WS-HDR-FIELDS REDEFINES WS-RAW-DATA.
000000       05 WS-HDR-TAG             PIC X(03).
000000       05 WS-HDR-BATCH-ID        PIC X(08).
000000       05 WS-HDR-BUS-DATE        PIC X(08).
000000       05 WS-HDR-ORIG-SYS        PIC X(08).
000000       05 FILLER                 PIC X(173).
000000    03 WS-TRL-FIELDS REDEFINES WS-RAW-DATA.
000000       05 WS-TRL-TAG             PIC X(03).
000000       05 FILLER                 PIC X(197).
000000    03 WS-IMAGE                  PIC X(200).
000000    03 WS-EXP-AMT                PIC S9(5)V99.
000000    03 WS-EOF-FLG                PIC X(01) VALUE 'N'.
000000       88 WS-EOF                           VALUE 'Y'.
000000    03 WS-SCAN-EOF-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-SCAN-EOF                      VALUE 'Y'.
000000    03 WS-WK-NEW-FLG             PIC X(01) VALUE 'N'.
000000       88 WS-WK-NEW                        VALUE 'Y'.
000000    03 WS-WK-ERR-FLG             PIC X(01) VALUE 'N'.
000000       88 WS-WK-ERR                        VALUE 'Y'.
000000    03 WS-BAT-OPEN-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-BAT-OPEN                      VALUE 'Y'.
000000    03 WS-IN-BLOCK-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-IN-BLOCK                      VALUE 'Y'.
000000    03 WS-REJ-AVAIL-FLG          PIC X(01) VALUE 'N'.
000000       88 WS-REJ-AVAIL                     VALUE 'Y'.
000000    03 WS-SAME-CODE-FLG          PIC X(01) VALUE 'N'.
000000       88 WS-SAME-CODE                     VALUE 'Y'.
000000    03 WS-V01-LAST-EVT           PIC X(05) VALUE SPACES.
000000    03 WS-V01-LAST-RC            PIC 9(02) VALUE 0.
000000    03 WS-IN-REC-NUM             PIC 9(07) VALUE 0.
000000    03 WS-CUR-BATCH-ID           PIC X(08) VALUE SPACES.
000000    03 WS-CUR-BUS-DATE           PIC X(08) VALUE SPACES.
000000    03 WS-CUR-ORIG-SYS           PIC X(08) VALUE SPACES.
000000    03 WS-CUR-BAT-IX             PIC 9(03) VALUE 0.
000000    03 WS-BLK-COUNT              PIC 9(07) VALUE 0.
000000    03 WS-GRP-OUT                PIC 9(07).
000000    03 WS-GRP-PASS               PIC 9(07).
000000    03 WS-GRP-AUD                PIC 9(07).
000000    03 WS-EXC-KIND               PIC X(01).
000000       88 WS-EXC-IS-NOTE                   VALUE 'N'.
000000    03 WS-EXC-COUNT              PIC 9(07).
000000    03 WS-EXC-TEXT               PIC X(40).
000000    03 WS-CMP-CNT-A              PIC 9(07).
000000    03 WS-CMP-CNT-B              PIC 9(07).
000000    03 WS-CMP-AMT-A              PIC S9(11)V99.
000000    03 WS-CMP-AMT-B              PIC S9(11)V99.
000000    03 WS-RUN-DATE               PIC X(08).
000000    03 WS-IX                     PIC 9(03).
000000    03 WS-HIT-IX                 PIC 9(03).
000000    03 WS-RUN-ID                 PIC X(14) VALUE SPACES.
000000    03 WS-RS-EVENT               PIC X(05).
000000*/-------------------------------------------------------------/*
000000*  採用レコード連携ヘッダ／トレーラ編集域
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
000000    03 WS-INFILE-STATUS          PIC X(02).
000000    03 WS-OUTFILE-STATUS         PIC X(02).
000000    03 WS-ACPFILE-STATUS         PIC X(02).
000000    03 WS-AUDITLOG-STATUS        PIC X(02).
000000    03 WS-BATREG-STATUS          PIC X(02).
000000    03 WS-REJFILE-STATUS         PIC X(02).
000000    03 WS-BALWK-STATUS           PIC X(02).
000000    03 WS-RUNCTL-STATUS          PIC X(02).
000000    03 WS-RUNSTAT-STATUS         PIC X(02).
000000    03 WS-REPORT-STATUS          PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  制御合計カウンタ
000000*/-------------------------------------------------------------/*
000000 01 WS-TOTALS.
000000    03 WS-TOT-IN-RECS            PIC 9(07) VALUE 0.
000000    03 WS-TOT-IN-CNT             PIC 9(07) VALUE 0.
000000    03 WS-TOT-OUT-CNT            PIC 9(07) VALUE 0.
000000    03 WS-TOT-OUT-ACC            PIC 9(07) VALUE 0.
000000    03 WS-TOT-OUT-WARN           PIC 9(07) VALUE 0.
000000    03 WS-TOT-OUT-REJ            PIC 9(07) VALUE 0.
000000    03 WS-TOT-ACP-CNT            PIC 9(07) VALUE 0.
000000    03 WS-TOT-ACP-BLOCKS         PIC 9(07) VALUE 0.
000000    03 WS-TOT-AUD-CNT            PIC 9(07) VALUE 0.
000000    03 WS-TOT-SUSP-CNT           PIC 9(07) VALUE 0.
000000    03 WS-TOT-SUSP-HELD          PIC 9(07) VALUE 0.
000000    03 WS-TOT-K01-CNT            PIC 9(07) VALUE 0.
000000    03 WS-TOT-BRG-RECS           PIC 9(07) VALUE 0.
000000    03 WS-TOT-BRG-SUPERSEDED     PIC 9(07) VALUE 0.
000000    03 WS-TOT-BRG-PASSED         PIC 9(07) VALUE 0.
000000    03 WS-TOT-BRG-WARNED         PIC 9(07) VALUE 0.
000000    03 WS-TOT-BRG-FAILED         PIC 9(07) VALUE 0.
000000    03 WS-TOT-BAT-DROP           PIC 9(07) VALUE 0.
000000    03 WS-TOT-GROUPS             PIC 9(07) VALUE 0.
000000    03 WS-TOT-EXCEPTIONS         PIC 9(07) VALUE 0.
000000    03 WS-TOT-NOTES              PIC 9(07) VALUE 0.
000000    03 WS-TOT-RSTRT              PIC 9(07) VALUE 0.
000000    03 WS-TOT-V01-STARTS         PIC 9(07) VALUE 0.
000000    03 WS-TOT-V01-SKIPS          PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  金額合計
000000*/-------------------------------------------------------------/*
000000 01 WS-AMOUNTS.
000000    03 WS-AMT-IN                 PIC S9(11)V99 VALUE 0.
000000    03 WS-AMT-OUT                PIC S9(11)V99 VALUE 0.
000000    03 WS-AMT-OUT-ACC            PIC S9(11)V99 VALUE 0.
000000    03 WS-AMT-OUT-WARN           PIC S9(11)V99 VALUE 0.
000000    03 WS-AMT-OUT-REJ            PIC S9(11)V99 VALUE 0.
000000    03 WS-AMT-ACP                PIC S9(11)V99 VALUE 0.
000000    03 WS-AMT-AUD                PIC S9(11)V99 VALUE 0.
000000    03 WS-AMT-SUSP               PIC S9(11)V99 VALUE 0.
000000    03 WS-AMT-SUSP-HELD          PIC S9(11)V99 VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  入力バッチ別照合テーブル（HDRのバッチID・業務日付単位、
000000*  BATREGは最終の記録を採用）
000000*/-------------------------------------------------------------/*
000000 01 WS-BAT-TAB.
000000    03 WS-BAT-USED               PIC 9(03) VALUE 0.
000000    03 WS-BAT-ENT OCCURS 500.
000000       05 WS-BAT-ID              PIC X(08).
000000       05 WS-BAT-BUS-DATE        PIC X(08).
000000       05 WS-BAT-ORIG-SYS        PIC X(08).
000000       05 WS-BAT-IN-CNT          PIC 9(07).
000000       05 WS-BAT-BRG-CNT         PIC 9(03).
000000       05 WS-BAT-BRG-COUNT       PIC 9(07).
000000       05 WS-BAT-BRG-PASSED      PIC 9(07).
000000       05 WS-BAT-BRG-WARNED      PIC 9(07).
000000       05 WS-BAT-BRG-FAILED      PIC 9(07).
000000       05 WS-BAT-BRG-OUTCOME     PIC X(10).
000000       05 WS-BAT-REMARK          PIC X(30).
000000*/-------------------------------------------------------------/*
000000*  レポート編集行
000000*/-------------------------------------------------------------/*
000000 01 RPT-HEADER-1.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(48) VALUE
000000       'CBV0001B01 END-OF-CHAIN BALANCING REPORT'.
000000    03 FILLER                    PIC X(09) VALUE 'RUN DATE='.
000000    03 RPT-HDR-DATE              PIC X(08).
000000    03 FILLER                    PIC X(09) VALUE '  RUN ID='.
000000    03 RPT-HDR-RUN-ID            PIC X(14).
000000    03 FILLER                    PIC X(42) VALUE SPACES.
000000 01 RPT-SECTION-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SEC-TITLE             PIC X(40).
000000    03 FILLER                    PIC X(90) VALUE SPACES.
000000 01 RPT-EXC-HEADER.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(09) VALUE 'INPUT REC'.
000000    03 FILLER                    PIC X(10) VALUE 'BATCH'.
000000    03 FILLER                    PIC X(11) VALUE 'CODE'.
000000    03 FILLER                    PIC X(11) VALUE '   AMOUNT'.
000000    03 FILLER                    PIC X(09) VALUE '  COUNT'.
000000    03 FILLER                    PIC X(42) VALUE 'EXCEPTION'.
000000    03 FILLER                    PIC X(34) VALUE 'DESCRIPTION'.
000000    03 FILLER                    PIC X(04) VALUE SPACES.
000000 01 RPT-EXC-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-EXC-REC               PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-EXC-BATCH             PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-EXC-CODE              PIC X(09).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-EXC-AMT               PIC -ZZZZ9.99.
000000    03 RPT-EXC-AMT-X REDEFINES RPT-EXC-AMT
000000                                 PIC X(09).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-EXC-COUNT             PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-EXC-TEXT              PIC X(40).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-EXC-DETAIL            PIC X(34).
000000    03 FILLER                    PIC X(04) VALUE SPACES.
000000 01 RPT-BATCH-HEADER.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(09) VALUE 'BATCH'.
000000    03 FILLER                    PIC X(09) VALUE 'ORIGIN'.
000000    03 FILLER                    PIC X(09) VALUE 'BUSDATE'.
000000    03 FILLER                    PIC X(09) VALUE 'INPUT'.
000000    03 FILLER                    PIC X(09) VALUE 'BATREG'.
000000    03 FILLER                    PIC X(09) VALUE 'PASSED'.
000000    03 FILLER                    PIC X(09) VALUE 'WARNED'.
000000    03 FILLER                    PIC X(09) VALUE 'FAILED'.
000000    03 FILLER                    PIC X(12) VALUE 'OUTCOME'.
000000    03 FILLER                    PIC X(05) VALUE 'ENT'.
000000    03 FILLER                    PIC X(30) VALUE 'REMARK'.
000000    03 FILLER                    PIC X(11) VALUE SPACES.
000000 01 RPT-BATCH-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAT-ID                PIC X(08).
000000    03 FILLER                    PIC X(01) VALUE SPACES.
000000    03 RPT-BAT-ORIG              PIC X(08).
000000    03 FILLER                    PIC X(01) VALUE SPACES.
000000    03 RPT-BAT-DATE              PIC X(08).
000000    03 FILLER                    PIC X(01) VALUE SPACES.
000000    03 RPT-BAT-IN-CNT            PIC 9(07).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAT-BRG-COUNT         PIC 9(07).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAT-PASSED            PIC 9(07).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAT-WARNED            PIC 9(07).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAT-FAILED            PIC 9(07).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAT-OUTCOME           PIC X(10).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAT-ENTRIES           PIC ZZ9.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAT-REMARK            PIC X(30).
000000    03 FILLER                    PIC X(11) VALUE SPACES.
000000 01 RPT-BAL-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAL-LABEL             PIC X(30).
000000    03 FILLER                    PIC X(02) VALUE ': '.
000000    03 RPT-BAL-COUNT             PIC ZZZZZZ9.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAL-AMT               PIC -ZZZZZZZZZZ9.99.
000000    03 RPT-BAL-AMT-X REDEFINES RPT-BAL-AMT
000000                                 PIC X(15).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-BAL-REMARK            PIC X(20).
000000    03 FILLER                    PIC X(52) VALUE SPACES.
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
000000    03 CST-V01-PGM-ID            PIC X(10) VALUE 'CBV0001V01'.
000000    03 CST-K01-PGM-ID            PIC X(10) VALUE 'CBV0001K01'.
000000    03 CST-CHECK-MODE            PIC X(01) VALUE 'N'.
000000    03 CST-MIN-LENGTH            PIC 9(02) VALUE 1.
000000    03 CST-MAX-LENGTH            PIC 9(02) VALUE 5.
000000    03 CST-BAT-MAX               PIC 9(03) VALUE 500.
000000*/-------------------------------------------------------------/*
000000*  CBV0001S01（項目チェックサブプログラム）連絡領域
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001SC.
000000*/-------------------------------------------------------------/*
000000*  CBV0001S02（再実行スキップ判定サブプログラム）連絡領域
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001PC.
000000*/-------------------------------------------------------------/*
000000*  CBV0001S03（明細レイアウト展開サブプログラム）連絡領域
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001LC.
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            投入明細と各出力ファイルを明細イメージ単位に
000000*            集約・突合し、例外一覧とバランス合計を出力
000000*            （終了コード 0:一致、4:一致（注記あり）、
000000*            20:不一致、12:実行ID取得不可・作業ファイル異常）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     PERFORM CBV0001-INIT-WS.
000000     IF WS-RUN-ID = SPACES
000000         DISPLAY 'CBV0001B01: RUN ID NOT AVAILABLE -'
000000                 ' BALANCING NOT POSSIBLE'
000000         MOVE 12                 TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     PERFORM CBV0001-CHECK-RERUN.
000000     MOVE 'START'                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     PERFORM CBV0001-SCAN-RUNSTAT.
000000     PERFORM CBV0001-OPEN-FILES.
000000     PERFORM CBV0001-LOAD-INPUT.
000000     PERFORM CBV0001-LOAD-OUTFILE.
000000     PERFORM CBV0001-LOAD-ACPFILE.
000000     PERFORM CBV0001-LOAD-AUDITLOG.
000000     PERFORM CBV0001-LOAD-SUSPENSE.
000000     PERFORM CBV0001-LOAD-BATREG.
000000     PERFORM CBV0001-CHECK-BATCHES.
000000     PERFORM CBV0001-CHECK-DETAILS.
000000     IF WS-TOT-EXCEPTIONS = 0 AND WS-TOT-NOTES = 0
000000         MOVE 'NO RECORD EXCEPTIONS'
000000                                 TO RPT-TEXT
000000         WRITE REPORT-RECORD     FROM RPT-TEXT-LINE
000000             AFTER ADVANCING 1 LINE
000000     END-IF.
000000     PERFORM CBV0001-PRINT-BATCHES.
000000     PERFORM CBV0001-PRINT-TOTALS.
000000     EVALUATE TRUE
000000         WHEN WS-WK-ERR
000000             MOVE 12             TO RETURN-CODE
000000         WHEN WS-TOT-EXCEPTIONS > 0
000000             MOVE 20             TO RETURN-CODE
000000         WHEN WS-TOT-NOTES > 0
000000             MOVE 4              TO RETURN-CODE
000000         WHEN OTHER
000000             MOVE 0              TO RETURN-CODE
000000     END-EVALUATE.
000000     PERFORM CBV0001-PRINT-RESULT.
000000     PERFORM CBV0001-CLOSE-FILES.
000000     MOVE 'END  '                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-INIT-WS
000000* OVERVIEW : ワーク変数初期化処理
000000*            照合テーブル初期化と実行IDの取得
000000*/-------------------------------------------------------------/*
000000 CBV0001-INIT-WS.
000000     MOVE FUNCTION CURRENT-DATE  TO CST-TIMESTAMP.
000000     MOVE CST-TIMESTAMP(1:8)     TO WS-RUN-DATE.
000000     INITIALIZE WS-BAT-TAB.
000000     PERFORM CBV0001-READ-RUNCTL.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-OPEN-FILES
000000* OVERVIEW : ファイルオープン処理
000000*            照合作業ファイルは空で作成後、入出力で再オープン
000000*/-------------------------------------------------------------/*
000000 CBV0001-OPEN-FILES.
000000     OPEN INPUT BATCH-IN-FILE.
000000     IF WS-INFILE-STATUS NOT = '00'
000000         DISPLAY 'CBV0001B01: INPUT FILE OPEN FAILED - STATUS='
000000                 WS-INFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT BATCH-OUT-FILE.
000000     IF WS-OUTFILE-STATUS NOT = '00'
000000         DISPLAY 'CBV0001B01: OUTPUT FILE OPEN FAILED - STATUS='
000000                 WS-OUTFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT ACCEPT-IN-FILE.
000000     IF WS-ACPFILE-STATUS NOT = '00'
000000         DISPLAY 'CBV0001B01: ACCEPT FILE OPEN FAILED - STATUS='
000000                 WS-ACPFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT AUDIT-LOG-FILE.
000000     IF WS-AUDITLOG-STATUS NOT = '00'
000000         DISPLAY 'CBV0001B01: AUDIT LOG OPEN FAILED - STATUS='
000000                 WS-AUDITLOG-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT BATREG-FILE.
000000     IF WS-BATREG-STATUS NOT = '00'
000000         DISPLAY 'CBV0001B01: BATCH REGISTER OPEN FAILED -'
000000                 ' STATUS=' WS-BATREG-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT REJECT-FILE.
000000     EVALUATE WS-REJFILE-STATUS
000000         WHEN '00'
000000             SET WS-REJ-AVAIL    TO TRUE
000000         WHEN '05'
000000             CONTINUE
000000         WHEN OTHER
000000             DISPLAY 'CBV0001B01: SUSPENSE FILE OPEN FAILED -'
000000                     ' STATUS=' WS-REJFILE-STATUS
000000             MOVE 8              TO RETURN-CODE
000000             MOVE 'END  '        TO WS-RS-EVENT
000000             PERFORM CBV0001-WRITE-RUNSTAT
000000             STOP RUN
000000     END-EVALUATE.
000000     OPEN OUTPUT BAL-WORK-FILE.
000000     IF WS-BALWK-STATUS = '00'
000000         CLOSE BAL-WORK-FILE
000000         OPEN I-O BAL-WORK-FILE
000000     END-IF.
000000     IF WS-BALWK-STATUS NOT = '00'
000000         DISPLAY 'CBV0001B01: BALANCING WORK FILE OPEN FAILED -'
000000                 ' STATUS=' WS-BALWK-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-REPORT-STATUS NOT = '00'
000000         DISPLAY 'CBV0001B01: REPORT FILE OPEN FAILED - STATUS='
000000                 WS-REPORT-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     MOVE WS-RUN-DATE            TO RPT-HDR-DATE.
000000     MOVE WS-RUN-ID              TO RPT-HDR-RUN-ID.
000000     WRITE REPORT-RECORD         FROM RPT-HEADER-1
000000         AFTER ADVANCING PAGE.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     MOVE 'EXCEPTION LIST'       TO RPT-SEC-TITLE.
000000     WRITE REPORT-RECORD         FROM RPT-SECTION-LINE
000000         AFTER ADVANCING 1 LINE.
000000     WRITE REPORT-RECORD         FROM RPT-EXC-HEADER
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CLOSE-FILES
000000* OVERVIEW : ファイルクローズ処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-CLOSE-FILES.
000000     CLOSE BATCH-IN-FILE.
000000     CLOSE BATCH-OUT-FILE.
000000     CLOSE ACCEPT-IN-FILE.
000000     CLOSE AUDIT-LOG-FILE.
000000     CLOSE BATREG-FILE.
000000     CLOSE REJECT-FILE.
000000     CLOSE BAL-WORK-FILE.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SCAN-RUNSTAT
000000* OVERVIEW : 実行ステータス走査処理
000000*            当実行IDの再実行開始回数とCBV0001V01の開始・
000000*            スキップ回数、最終イベントを取得（再実行夜の
000000*            参考情報としてレポートへ出力）
000000*/-------------------------------------------------------------/*
000000 CBV0001-SCAN-RUNSTAT.
000000     MOVE 'N'                    TO WS-SCAN-EOF-FLG.
000000     OPEN INPUT RUNSTAT-FILE.
000000     IF WS-RUNSTAT-STATUS = '00'
000000         PERFORM UNTIL WS-SCAN-EOF
000000             READ RUNSTAT-FILE
000000                 AT END
000000                     SET WS-SCAN-EOF TO TRUE
000000                 NOT AT END
000000                     IF RS-RUN-ID = WS-RUN-ID
000000                         PERFORM CBV0001-TALLY-RUNSTAT
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000     END-IF.
000000     CLOSE RUNSTAT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-RUNSTAT
000000* OVERVIEW : 実行ステータス集計処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-RUNSTAT.
000000     IF RS-EVENT = 'RSTRT'
000000         ADD 1 TO WS-TOT-RSTRT
000000     END-IF.
000000     IF RS-PGM-ID = CST-V01-PGM-ID
000000         EVALUATE RS-EVENT
000000             WHEN 'START'
000000                 ADD 1 TO WS-TOT-V01-STARTS
000000             WHEN 'SKIP '
000000                 ADD 1 TO WS-TOT-V01-SKIPS
000000             WHEN OTHER
000000                 CONTINUE
000000         END-EVALUATE
000000         IF RS-EVENT NOT = 'SKIP '
000000             MOVE RS-EVENT       TO WS-V01-LAST-EVT
000000             MOVE RS-RETCODE     TO WS-V01-LAST-RC
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-INPUT
000000* OVERVIEW : 投入明細集約処理
000000*            INFILE（再投入バッチを含む）の明細を標準
000000*            レイアウトのイメージ単位に作業ファイルへ集約
000000*            （HDR／TRLはバッチ照合テーブルへ登録）
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-INPUT.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     PERFORM UNTIL WS-EOF
000000         READ BATCH-IN-FILE      INTO WS-RAW-DATA
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 ADD 1 TO WS-IN-REC-NUM
000000                 ADD 1 TO WS-TOT-IN-RECS
000000                 EVALUATE TRUE
000000                     WHEN WS-HDR-TAG = 'HDR'
000000                         PERFORM CBV0001-IN-HEADER
000000                     WHEN WS-TRL-TAG = 'TRL'
000000                         MOVE 'N'     TO WS-BAT-OPEN-FLG
000000                         MOVE SPACES  TO WS-CUR-BATCH-ID
000000                         MOVE SPACES  TO WS-CUR-ORIG-SYS
000000                         MOVE 0       TO WS-CUR-BAT-IX
000000                     WHEN OTHER
000000                         PERFORM CBV0001-IN-DETAIL
000000                 END-EVALUATE
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-IN-HEADER
000000* OVERVIEW : 投入バッチヘッダ処理
000000*            バッチID・業務日付でバッチ照合テーブルを検索し、
000000*            未登録なら追加（同一バッチの再投入は同一行へ
000000*            集計）
000000*/-------------------------------------------------------------/*
000000 CBV0001-IN-HEADER.
000000     MOVE WS-HDR-BATCH-ID        TO WS-CUR-BATCH-ID.
000000     MOVE WS-HDR-BUS-DATE        TO WS-CUR-BUS-DATE.
000000     MOVE WS-HDR-ORIG-SYS        TO WS-CUR-ORIG-SYS.
000000     SET WS-BAT-OPEN             TO TRUE.
000000     PERFORM CBV0001-FIND-BATCH.
000000     IF WS-HIT-IX = 0
000000         IF WS-BAT-USED < CST-BAT-MAX
000000             ADD 1 TO WS-BAT-USED
000000             MOVE WS-BAT-USED    TO WS-HIT-IX
000000             MOVE WS-CUR-BATCH-ID TO WS-BAT-ID(WS-HIT-IX)
000000             MOVE WS-CUR-BUS-DATE TO WS-BAT-BUS-DATE(WS-HIT-IX)
000000             MOVE WS-CUR-ORIG-SYS TO WS-BAT-ORIG-SYS(WS-HIT-IX)
000000         ELSE
000000             ADD 1 TO WS-TOT-BAT-DROP
000000         END-IF
000000     END-IF.
000000     MOVE WS-HIT-IX              TO WS-CUR-BAT-IX.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-FIND-BATCH
000000* OVERVIEW : バッチ照合テーブル検索処理
000000*            WS-CUR-BATCH-ID・WS-CUR-BUS-DATEの行を検索
000000*            （該当なしはWS-HIT-IX=0）
000000*/-------------------------------------------------------------/*
000000 CBV0001-FIND-BATCH.
000000     MOVE 0                      TO WS-HIT-IX.
000000     PERFORM VARYING WS-IX FROM 1 BY 1
000000             UNTIL WS-IX > WS-BAT-USED OR WS-HIT-IX > 0
000000         IF WS-BAT-ID(WS-IX) = WS-CUR-BATCH-ID
000000         AND WS-BAT-BUS-DATE(WS-IX) = WS-CUR-BUS-DATE
000000             MOVE WS-IX          TO WS-HIT-IX
000000         END-IF
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-IN-DETAIL
000000* OVERVIEW : 投入明細処理
000000*            標準レイアウトのイメージと期待金額を求め、作業
000000*            ファイルの入力件数を加算（初出時は物理レコード
000000*            番号・バッチIDを保持）
000000*/-------------------------------------------------------------/*
000000 CBV0001-IN-DETAIL.
000000     ADD 1 TO WS-TOT-IN-CNT.
000000     IF WS-CUR-BAT-IX > 0
000000         ADD 1 TO WS-BAT-IN-CNT(WS-CUR-BAT-IX)
000000     END-IF.
000000     PERFORM CBV0001-STD-IMAGE.
000000     ADD WS-EXP-AMT              TO WS-AMT-IN.
000000     PERFORM CBV0001-GET-WORK.
000000     IF BW-FIRST-REC = 0
000000         MOVE WS-IN-REC-NUM      TO BW-FIRST-REC
000000         MOVE WS-CUR-BATCH-ID    TO BW-BATCH-ID
000000     END-IF.
000000     IF NOT BW-AMT-FROM-INPUT
000000         MOVE 'I'                TO BW-AMT-SRC
000000         MOVE WS-EXP-AMT         TO BW-AMT
000000     END-IF.
000000     ADD 1 TO BW-IN-CNT.
000000     PERFORM CBV0001-PUT-WORK.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-STD-IMAGE
000000* OVERVIEW : 標準イメージ編集処理
000000*            CBV0001V01と同じくCBV0001S03でバッチの発生元
000000*            システムのレイアウトに従い標準レイアウトへ編集
000000*            （レイアウト不正時は明細をそのまま使用）、金額
000000*            項目が小数チェック型の場合はCBV0001S01で数値化
000000*/-------------------------------------------------------------/*
000000 CBV0001-STD-IMAGE.
000000     MOVE 0                      TO WS-EXP-AMT.
000000     MOVE WS-CUR-ORIG-SYS        TO S03-ORIG-SYS.
000000     MOVE WS-RAW-DATA            TO S03-RAW-DATA.
000000     MOVE CST-CHECK-MODE         TO S03-DFT-MODE.
000000     MOVE CST-MIN-LENGTH         TO S03-DFT-MIN.
000000     MOVE CST-MAX-LENGTH         TO S03-DFT-MAX.
000000     CALL 'CBV0001S03'           USING S03-PARM-AREA.
000000     IF S03-LAYOUT-VALID
000000         MOVE S03-STD-DATA       TO WS-IMAGE
000000         IF S03-AMT-IX > 0
000000             IF S03-FLD-VALUE(S03-AMT-IX) NOT = SPACES
000000             AND S03-FLD-MODE(S03-AMT-IX) = 'D'
000000                 PERFORM CBV0001-EDIT-AMOUNT
000000             END-IF
000000         END-IF
000000     ELSE
000000         MOVE WS-RAW-DATA        TO WS-IMAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-EDIT-AMOUNT
000000* OVERVIEW : 期待金額編集処理
000000*            金額項目をCBV0001S01の小数チェックで数値化
000000*            （チェック不合格時は0、CBV0001V01と同一）
000000*/-------------------------------------------------------------/*
000000 CBV0001-EDIT-AMOUNT.
000000     MOVE SPACES                 TO S01-VALUE.
000000     MOVE S03-FLD-VALUE(S03-AMT-IX) TO S01-VALUE.
000000     MOVE 'D'                    TO S01-CHECK-MODE.
000000     MOVE S03-FLD-MIN(S03-AMT-IX) TO S01-MIN-LENGTH.
000000     MOVE S03-FLD-MAX(S03-AMT-IX) TO S01-MAX-LENGTH.
000000     MOVE 'N'                    TO S01-XREF-FLG.
000000     MOVE WS-CUR-BUS-DATE        TO S01-XREF-DATE.
000000     MOVE WS-CUR-ORIG-SYS        TO S01-CAL-REGION.
000000     CALL 'CBV0001S01'           USING S01-PARM-AREA.
000000     MOVE S01-DEC-VALUE          TO WS-EXP-AMT.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-GET-WORK
000000* OVERVIEW : 照合作業レコード取得処理
000000*            WS-IMAGEをキーに読込み、未登録時は初期化した
000000*            新規レコードを用意
000000*/-------------------------------------------------------------/*
000000 CBV0001-GET-WORK.
000000     MOVE 'N'                    TO WS-WK-NEW-FLG.
000000     MOVE WS-IMAGE               TO BW-IMAGE.
000000     READ BAL-WORK-FILE
000000         INVALID KEY
000000             SET WS-WK-NEW       TO TRUE
000000     END-READ.
000000     IF WS-WK-NEW
000000         INITIALIZE BAL-WORK-RECORD
000000         MOVE WS-IMAGE           TO BW-IMAGE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PUT-WORK
000000* OVERVIEW : 照合作業レコード更新処理
000000*            新規は書込み、既存は書換え（失敗時は照合不能
000000*            として終了コード12）
000000*/-------------------------------------------------------------/*
000000 CBV0001-PUT-WORK.
000000     IF WS-WK-NEW
000000         WRITE BAL-WORK-RECORD
000000             INVALID KEY
000000                 DISPLAY 'CBV0001B01: BALANCING WORK FILE WRITE'
000000                         ' FAILED - STATUS=' WS-BALWK-STATUS
000000                 SET WS-WK-ERR   TO TRUE
000000         END-WRITE
000000     ELSE
000000         REWRITE BAL-WORK-RECORD
000000             INVALID KEY
000000                 DISPLAY 'CBV0001B01: BALANCING WORK FILE REWRITE'
000000                         ' FAILED - STATUS=' WS-BALWK-STATUS
000000                 SET WS-WK-ERR   TO TRUE
000000         END-REWRITE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-OUTFILE
000000* OVERVIEW : チェック結果集約処理
000000*            当実行IDのCBV0001V01出力を採用・警告・
000000*            リジェクトに分類して作業ファイルへ加算
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-OUTFILE.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     PERFORM UNTIL WS-EOF
000000         READ BATCH-OUT-FILE
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 IF OUT-RUN-ID = WS-RUN-ID
000000                 AND OUT-PGM-ID = CST-V01-PGM-ID
000000                     PERFORM CBV0001-TALLY-OUT
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-OUT
000000* OVERVIEW : チェック結果1件集計処理
000000*            警告フラグ'W'は警告、全結果コード0は採用、
000000*            それ以外はリジェクト（CBV0001V01の振分けと同一）
000000*            投入明細の期待金額と異なる場合は金額差異を計上
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-OUT.
000000     MOVE OUT-DATA               TO WS-IMAGE.
000000     PERFORM CBV0001-GET-WORK.
000000     ADD 1 TO WS-TOT-OUT-CNT.
000000     ADD OUT-AMT-VALUE           TO WS-AMT-OUT.
000000     EVALUATE TRUE
000000         WHEN OUT-WARN-FLG = 'W'
000000             ADD 1 TO BW-OUT-WARN
000000             ADD 1 TO WS-TOT-OUT-WARN
000000             ADD OUT-AMT-VALUE   TO WS-AMT-OUT-WARN
000000         WHEN OUT-CODE-RC = 0
000000          AND OUT-AMT-RC = 0
000000          AND OUT-DATE-RC = 0
000000          AND OUT-FLD-RCS = ZEROS
000000             ADD 1 TO BW-OUT-ACC
000000             ADD 1 TO WS-TOT-OUT-ACC
000000             ADD OUT-AMT-VALUE   TO WS-AMT-OUT-ACC
000000         WHEN OTHER
000000             ADD 1 TO BW-OUT-REJ
000000             ADD 1 TO WS-TOT-OUT-REJ
000000             ADD OUT-AMT-VALUE   TO WS-AMT-OUT-REJ
000000     END-EVALUATE.
000000     IF WS-WK-NEW
000000         MOVE 'O'                TO BW-AMT-SRC
000000         MOVE OUT-AMT-VALUE      TO BW-AMT
000000     ELSE
000000         IF OUT-AMT-VALUE NOT = BW-AMT
000000             ADD 1 TO BW-OUT-AMT-DIFF
000000         END-IF
000000     END-IF.
000000     PERFORM CBV0001-PUT-WORK.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-ACPFILE
000000* OVERVIEW : 採用レコード連携集約処理
000000*            当実行IDのHDRブロック内の明細を作業ファイルへ
000000*            加算し、ブロックごとにトレーラ件数を照合
000000*            （トレーラ欠落・件数不一致は例外、同一実行IDの
000000*            ブロック重複は注記）
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-ACPFILE.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     MOVE 'N'                    TO WS-IN-BLOCK-FLG.
000000     PERFORM UNTIL WS-EOF
000000         READ ACCEPT-IN-FILE
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 EVALUATE ACCEPT-IN-RECORD(1:3)
000000                     WHEN 'HDR'
000000                         PERFORM CBV0001-ACP-HEADER
000000                     WHEN 'TRL'
000000                         PERFORM CBV0001-ACP-TRAILER
000000                     WHEN OTHER
000000                         IF WS-IN-BLOCK
000000                             PERFORM CBV0001-TALLY-ACP
000000                         END-IF
000000                 END-EVALUATE
000000         END-READ
000000     END-PERFORM.
000000     IF WS-IN-BLOCK
000000         PERFORM CBV0001-ACP-NO-TRAILER
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN WS-TOT-ACP-BLOCKS = 0
000000             MOVE 'E'            TO WS-EXC-KIND
000000             MOVE 0              TO WS-EXC-COUNT
000000             MOVE 'NO ACPFILE BLOCK FOR THIS RUN ID'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-FILE-EXC
000000         WHEN WS-TOT-ACP-BLOCKS > 1
000000             MOVE 'N'            TO WS-EXC-KIND
000000             MOVE WS-TOT-ACP-BLOCKS TO WS-EXC-COUNT
000000             MOVE 'ACPFILE BLOCK REPEATED FOR RUN ID'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-FILE-EXC
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-ACP-HEADER
000000* OVERVIEW : 連携ヘッダ処理
000000*            ヘッダの実行IDが当実行の場合にブロック集計を開始
000000*/-------------------------------------------------------------/*
000000 CBV0001-ACP-HEADER.
000000     IF WS-IN-BLOCK
000000         PERFORM CBV0001-ACP-NO-TRAILER
000000     END-IF.
000000     MOVE ACCEPT-IN-RECORD       TO WS-ACP-HEADER.
000000     IF WS-ACP-HDR-RUN-ID = WS-RUN-ID
000000         SET WS-IN-BLOCK         TO TRUE
000000         ADD 1 TO WS-TOT-ACP-BLOCKS
000000         MOVE 0                  TO WS-BLK-COUNT
000000     ELSE
000000         MOVE 'N'                TO WS-IN-BLOCK-FLG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-ACP-TRAILER
000000* OVERVIEW : 連携トレーラ処理
000000*            集計中ブロックの明細件数をトレーラと照合
000000*/-------------------------------------------------------------/*
000000 CBV0001-ACP-TRAILER.
000000     IF WS-IN-BLOCK
000000         MOVE ACCEPT-IN-RECORD   TO WS-ACP-TRAILER
000000         IF WS-ACP-TRL-EXP-COUNT NOT NUMERIC
000000         OR WS-ACP-TRL-EXP-COUNT NOT = WS-BLK-COUNT
000000             MOVE 'E'            TO WS-EXC-KIND
000000             MOVE WS-BLK-COUNT   TO WS-EXC-COUNT
000000             MOVE 'ACPFILE TRAILER COUNT DIFFERS FROM BLOCK'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-FILE-EXC
000000         END-IF
000000         MOVE 'N'                TO WS-IN-BLOCK-FLG
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-ACP-NO-TRAILER
000000* OVERVIEW : 連携トレーラ欠落処理
000000*            トレーラのないブロック（後続計上システムの
000000*            トレーラ照合で排除される）を例外として出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-ACP-NO-TRAILER.
000000     MOVE 'E'                    TO WS-EXC-KIND.
000000     MOVE WS-BLK-COUNT           TO WS-EXC-COUNT.
000000     MOVE 'ACPFILE BLOCK HAS NO TRAILER'
000000                                 TO WS-EXC-TEXT.
000000     PERFORM CBV0001-PRINT-FILE-EXC.
000000     MOVE 'N'                    TO WS-IN-BLOCK-FLG.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-ACP
000000* OVERVIEW : 連携明細1件集計処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-ACP.
000000     ADD 1 TO WS-BLK-COUNT.
000000     ADD 1 TO WS-TOT-ACP-CNT.
000000     MOVE ACCEPT-IN-RECORD       TO WS-IMAGE.
000000     PERFORM CBV0001-GET-WORK.
000000     ADD 1 TO BW-ACP-CNT.
000000     PERFORM CBV0001-PUT-WORK.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-AUDITLOG
000000* OVERVIEW : 監査ログ集約処理
000000*            当実行IDのCBV0001V01記録を重大度フラグ・結果
000000*            コードで採用・警告・リジェクトに分類して加算
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-AUDITLOG.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     PERFORM UNTIL WS-EOF
000000         READ AUDIT-LOG-FILE
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 IF AUDIT-RUN-ID = WS-RUN-ID
000000                 AND AUDIT-PGM-ID = CST-V01-PGM-ID
000000                     PERFORM CBV0001-TALLY-AUDIT
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-AUDIT
000000* OVERVIEW : 監査ログ1件集計処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-AUDIT.
000000     ADD 1 TO WS-TOT-AUD-CNT.
000000     MOVE AUDIT-RAW-DATA         TO WS-IMAGE.
000000     PERFORM CBV0001-GET-WORK.
000000     EVALUATE TRUE
000000         WHEN AUDIT-SEV-FLG = 'W'
000000             ADD 1 TO BW-AUD-WARN
000000         WHEN AUDIT-RESULT-CODE = 0
000000             ADD 1 TO BW-AUD-ACC
000000         WHEN OTHER
000000             ADD 1 TO BW-AUD-REJ
000000     END-EVALUATE.
000000     PERFORM CBV0001-PUT-WORK.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-SUSPENSE
000000* OVERVIEW : サスペンスマスタ集約処理
000000*            当実行IDでCBV0001V01が登録したエントリを作業
000000*            ファイルへ加算（CBV0001K01の計上拒否エントリは
000000*            件数のみ参考出力）
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-SUSPENSE.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     IF NOT WS-REJ-AVAIL
000000         SET WS-EOF              TO TRUE
000000     ELSE
000000         MOVE LOW-VALUES         TO REJ-KEY
000000         START REJECT-FILE KEY NOT < REJ-KEY
000000             INVALID KEY
000000                 SET WS-EOF      TO TRUE
000000         END-START
000000     END-IF.
000000     PERFORM UNTIL WS-EOF
000000         READ REJECT-FILE NEXT
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 IF REJ-RUN-ID = WS-RUN-ID
000000                     EVALUATE REJ-PGM-ID
000000                         WHEN CST-V01-PGM-ID
000000                             PERFORM CBV0001-TALLY-SUSP
000000                         WHEN CST-K01-PGM-ID
000000                             ADD 1 TO WS-TOT-K01-CNT
000000                         WHEN OTHER
000000                             CONTINUE
000000                     END-EVALUATE
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-SUSP
000000* OVERVIEW : サスペンスエントリ1件集計処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-SUSP.
000000     ADD 1 TO WS-TOT-SUSP-CNT.
000000     MOVE REJ-RAW-DATA           TO WS-IMAGE.
000000     PERFORM CBV0001-GET-WORK.
000000     ADD 1 TO BW-SUSP-CNT.
000000     PERFORM CBV0001-PUT-WORK.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-BATREG
000000* OVERVIEW : バッチレジスタ集約処理
000000*            当実行IDの記録をバッチ照合テーブルへ反映
000000*            （同一バッチの複数記録は前回試行分として最終
000000*            記録を採用、投入データにないバッチは例外）
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-BATREG.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     PERFORM UNTIL WS-EOF
000000         READ BATREG-FILE
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 IF BRG-RUN-ID = WS-RUN-ID
000000                     PERFORM CBV0001-TALLY-BATREG
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TALLY-BATREG
000000* OVERVIEW : バッチレジスタ1件反映処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-TALLY-BATREG.
000000     ADD 1 TO WS-TOT-BRG-RECS.
000000     MOVE BRG-BATCH-ID           TO WS-CUR-BATCH-ID.
000000     MOVE BRG-BUS-DATE           TO WS-CUR-BUS-DATE.
000000     PERFORM CBV0001-FIND-BATCH.
000000     IF WS-HIT-IX = 0
000000         MOVE 'E'                TO WS-EXC-KIND
000000         MOVE BRG-COUNT          TO WS-EXC-COUNT
000000         MOVE 'BATREG ENTRY NOT IN INPUT'
000000                                 TO WS-EXC-TEXT
000000         PERFORM CBV0001-PRINT-BATCH-EXC
000000     ELSE
000000         ADD 1 TO WS-BAT-BRG-CNT(WS-HIT-IX)
000000         MOVE BRG-COUNT          TO WS-BAT-BRG-COUNT(WS-HIT-IX)
000000         MOVE BRG-PASSED         TO WS-BAT-BRG-PASSED(WS-HIT-IX)
000000         MOVE BRG-WARNED         TO WS-BAT-BRG-WARNED(WS-HIT-IX)
000000         MOVE BRG-FAILED         TO WS-BAT-BRG-FAILED(WS-HIT-IX)
000000         MOVE BRG-OUTCOME        TO WS-BAT-BRG-OUTCOME(WS-HIT-IX)
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-BATCHES
000000* OVERVIEW : バッチ照合処理
000000*            投入バッチごとにレジスタの有無・照合結果・明細
000000*            件数を確認し、採用レジスタの合否件数を合計
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-BATCHES.
000000     PERFORM VARYING WS-IX FROM 1 BY 1
000000             UNTIL WS-IX > WS-BAT-USED
000000         MOVE WS-BAT-ID(WS-IX)   TO WS-CUR-BATCH-ID
000000         MOVE SPACES             TO WS-BAT-REMARK(WS-IX)
000000         IF WS-BAT-BRG-CNT(WS-IX) > 0
000000             ADD WS-BAT-BRG-PASSED(WS-IX) TO WS-TOT-BRG-PASSED
000000             ADD WS-BAT-BRG-WARNED(WS-IX) TO WS-TOT-BRG-WARNED
000000             ADD WS-BAT-BRG-FAILED(WS-IX) TO WS-TOT-BRG-FAILED
000000             COMPUTE WS-TOT-BRG-SUPERSEDED =
000000                     WS-TOT-BRG-SUPERSEDED
000000                   + WS-BAT-BRG-CNT(WS-IX) - 1
000000         END-IF
000000         EVALUATE TRUE
000000             WHEN WS-BAT-BRG-CNT(WS-IX) = 0
000000                 MOVE 'E'        TO WS-EXC-KIND
000000                 MOVE 'BATCH NOT ON BATREG'
000000                                 TO WS-EXC-TEXT
000000             WHEN WS-BAT-BRG-OUTCOME(WS-IX) NOT = 'RECONCILED'
000000                 MOVE 'E'        TO WS-EXC-KIND
000000                 MOVE 'BATCH NOT RECONCILED ON BATREG'
000000                                 TO WS-EXC-TEXT
000000             WHEN WS-BAT-BRG-COUNT(WS-IX)
000000                     NOT = WS-BAT-IN-CNT(WS-IX)
000000                 MOVE 'E'        TO WS-EXC-KIND
000000                 MOVE 'BATREG COUNT NOT = INPUT'
000000                                 TO WS-EXC-TEXT
000000             WHEN WS-BAT-BRG-CNT(WS-IX) > 1
000000                 MOVE 'N'        TO WS-EXC-KIND
000000                 MOVE 'EARLIER BATREG ENTRY REPLACED'
000000                                 TO WS-EXC-TEXT
000000             WHEN OTHER
000000                 MOVE SPACES     TO WS-EXC-TEXT
000000         END-EVALUATE
000000         IF WS-EXC-TEXT NOT = SPACES
000000             MOVE WS-BAT-IN-CNT(WS-IX) TO WS-EXC-COUNT
000000             MOVE WS-EXC-TEXT    TO WS-BAT-REMARK(WS-IX)
000000             PERFORM CBV0001-PRINT-BATCH-EXC
000000         END-IF
000000     END-PERFORM.
000000     IF WS-TOT-BAT-DROP > 0
000000         MOVE 'E'                TO WS-EXC-KIND
000000         MOVE WS-TOT-BAT-DROP    TO WS-EXC-COUNT
000000         MOVE 'BATCH TABLE FULL - BATCHES NOT CHECKED'
000000                                 TO WS-EXC-TEXT
000000         PERFORM CBV0001-PRINT-FILE-EXC
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-DETAILS
000000* OVERVIEW : 明細照合処理
000000*            作業ファイルを明細イメージ順に読み、各イメージの
000000*            入力件数と各ファイルでの計上件数を照合
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-DETAILS.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     MOVE LOW-VALUES             TO BW-KEY.
000000     START BAL-WORK-FILE KEY NOT < BW-KEY
000000         INVALID KEY
000000             SET WS-EOF          TO TRUE
000000     END-START.
000000     PERFORM UNTIL WS-EOF
000000         READ BAL-WORK-FILE NEXT
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 PERFORM CBV0001-CHECK-ONE-IMAGE
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-ONE-IMAGE
000000* OVERVIEW : 明細イメージ1件照合処理
000000*            OUTFILEの件数を入力件数と、採用・警告件数を
000000*            ACPFILEと、全件数・振分けをAUDITLOGと、
000000*            リジェクト件数をサスペンスマスタと照合し、
000000*            欠落・二重計上を例外として出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-ONE-IMAGE.
000000     ADD 1 TO WS-TOT-GROUPS.
000000     COMPUTE WS-GRP-OUT  = BW-OUT-ACC + BW-OUT-WARN + BW-OUT-REJ.
000000     COMPUTE WS-GRP-PASS = BW-OUT-ACC + BW-OUT-WARN.
000000     COMPUTE WS-GRP-AUD  = BW-AUD-ACC + BW-AUD-WARN + BW-AUD-REJ.
000000     COMPUTE WS-AMT-ACP  = WS-AMT-ACP  + BW-ACP-CNT  * BW-AMT.
000000     COMPUTE WS-AMT-AUD  = WS-AMT-AUD  + WS-GRP-AUD  * BW-AMT.
000000     COMPUTE WS-AMT-SUSP = WS-AMT-SUSP + BW-SUSP-CNT * BW-AMT.
000000     MOVE 'E'                    TO WS-EXC-KIND.
000000*    ----- OUTFILE：入力明細との件数照合 -----
000000     EVALUATE TRUE
000000         WHEN BW-IN-CNT > WS-GRP-OUT
000000             COMPUTE WS-EXC-COUNT = BW-IN-CNT - WS-GRP-OUT
000000             MOVE 'NOT ON OUTFILE - MISSING'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN WS-GRP-OUT > BW-IN-CNT
000000          AND BW-IN-CNT = 0
000000             MOVE WS-GRP-OUT     TO WS-EXC-COUNT
000000             MOVE 'ON OUTFILE BUT NOT IN INPUT'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN WS-GRP-OUT > BW-IN-CNT
000000             COMPUTE WS-EXC-COUNT = WS-GRP-OUT - BW-IN-CNT
000000             MOVE 'COUNTED TWICE ON OUTFILE'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     IF BW-OUT-AMT-DIFF > 0
000000         MOVE BW-OUT-AMT-DIFF    TO WS-EXC-COUNT
000000         MOVE 'OUTFILE AMOUNT DIFFERS FROM INPUT'
000000                                 TO WS-EXC-TEXT
000000         PERFORM CBV0001-PRINT-IMAGE-EXC
000000     END-IF.
000000*    ----- ACPFILE：採用・警告件数との照合 -----
000000     EVALUATE TRUE
000000         WHEN WS-GRP-PASS > BW-ACP-CNT
000000             COMPUTE WS-EXC-COUNT = WS-GRP-PASS - BW-ACP-CNT
000000             MOVE 'ACCEPTED BUT NOT ON ACPFILE'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN BW-ACP-CNT > WS-GRP-PASS
000000          AND WS-GRP-PASS = 0
000000             MOVE BW-ACP-CNT     TO WS-EXC-COUNT
000000             MOVE 'ON ACPFILE BUT NOT ACCEPTED'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN BW-ACP-CNT > WS-GRP-PASS
000000             COMPUTE WS-EXC-COUNT = BW-ACP-CNT - WS-GRP-PASS
000000             MOVE 'COUNTED TWICE ON ACPFILE'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000*    ----- AUDITLOG：全件数・振分けの照合 -----
000000     EVALUATE TRUE
000000         WHEN WS-GRP-OUT > WS-GRP-AUD
000000             COMPUTE WS-EXC-COUNT = WS-GRP-OUT - WS-GRP-AUD
000000             MOVE 'NOT ON AUDITLOG - MISSING'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN WS-GRP-AUD > WS-GRP-OUT
000000          AND WS-GRP-OUT = 0
000000             MOVE WS-GRP-AUD     TO WS-EXC-COUNT
000000             MOVE 'ON AUDITLOG BUT NOT ON OUTFILE'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN WS-GRP-AUD > WS-GRP-OUT
000000             COMPUTE WS-EXC-COUNT = WS-GRP-AUD - WS-GRP-OUT
000000             MOVE 'COUNTED TWICE ON AUDITLOG'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN BW-AUD-ACC NOT = BW-OUT-ACC
000000           OR BW-AUD-WARN NOT = BW-OUT-WARN
000000             MOVE WS-GRP-OUT     TO WS-EXC-COUNT
000000             MOVE 'AUDITLOG RESULT DIFFERS FROM OUTFILE'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000*    ----- サスペンスマスタ：リジェクト件数との照合 -----
000000     EVALUATE TRUE
000000         WHEN BW-OUT-REJ > BW-SUSP-CNT
000000             PERFORM CBV0001-CHECK-SUSP-SHORT
000000         WHEN BW-SUSP-CNT > BW-OUT-REJ
000000          AND BW-OUT-REJ = 0
000000             MOVE BW-SUSP-CNT    TO WS-EXC-COUNT
000000             MOVE 'ON SUSPENSE BUT NOT REJECTED'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN BW-SUSP-CNT > BW-OUT-REJ
000000             COMPUTE WS-EXC-COUNT = BW-SUSP-CNT - BW-OUT-REJ
000000             MOVE 'COUNTED TWICE ON SUSPENSE'
000000                                 TO WS-EXC-TEXT
000000             PERFORM CBV0001-PRINT-IMAGE-EXC
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-SUSP-SHORT
000000* OVERVIEW : サスペンス不足照合処理
000000*            サスペンスマスタはコード・発生日キーのため、
000000*            同一明細の反復リジェクトは1件に集約され、同日の
000000*            同一コードの別明細は後着で置換される。これらは
000000*            注記とし、いずれでもない不足のみ例外とする
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-SUSP-SHORT.
000000     COMPUTE WS-EXC-COUNT = BW-OUT-REJ - BW-SUSP-CNT.
000000     IF BW-SUSP-CNT > 0
000000         MOVE 'N'                TO WS-EXC-KIND
000000         MOVE 'REPEATED REJECT HELD ONCE'
000000                                 TO WS-EXC-TEXT
000000     ELSE
000000         PERFORM CBV0001-FIND-SAME-CODE
000000         IF WS-SAME-CODE
000000             MOVE 'N'            TO WS-EXC-KIND
000000             MOVE 'SUSPENSE REPLACED BY SAME CODE'
000000                                 TO WS-EXC-TEXT
000000         ELSE
000000             MOVE 'E'            TO WS-EXC-KIND
000000             MOVE 'REJECTED BUT NOT ON SUSPENSE'
000000                                 TO WS-EXC-TEXT
000000         END-IF
000000     END-IF.
000000     IF WS-EXC-IS-NOTE
000000         ADD WS-EXC-COUNT        TO WS-TOT-SUSP-HELD
000000         COMPUTE WS-AMT-SUSP-HELD =
000000                 WS-AMT-SUSP-HELD + WS-EXC-COUNT * BW-AMT
000000     END-IF.
000000     PERFORM CBV0001-PRINT-IMAGE-EXC.
000000     MOVE 'E'                    TO WS-EXC-KIND.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-FIND-SAME-CODE
000000* OVERVIEW : 同一コードサスペンス検索処理
000000*            明細のコードでサスペンスマスタを位置付け、
000000*            当実行IDでCBV0001V01が登録した同一コードの
000000*            エントリの有無を確認
000000*/-------------------------------------------------------------/*
000000 CBV0001-FIND-SAME-CODE.
000000     MOVE 'N'                    TO WS-SAME-CODE-FLG.
000000     MOVE 'N'                    TO WS-SCAN-EOF-FLG.
000000     IF NOT WS-REJ-AVAIL
000000         SET WS-SCAN-EOF         TO TRUE
000000     ELSE
000000         MOVE BW-IMAGE(1:9)      TO REJ-CODE
000000         MOVE LOW-VALUES         TO REJ-DATE
000000         START REJECT-FILE KEY NOT < REJ-KEY
000000             INVALID KEY
000000                 SET WS-SCAN-EOF TO TRUE
000000         END-START
000000     END-IF.
000000     PERFORM UNTIL WS-SCAN-EOF OR WS-SAME-CODE
000000         READ REJECT-FILE NEXT
000000             AT END
000000                 SET WS-SCAN-EOF TO TRUE
000000             NOT AT END
000000                 IF REJ-CODE NOT = BW-IMAGE(1:9)
000000                     SET WS-SCAN-EOF TO TRUE
000000                 ELSE
000000                     IF REJ-RUN-ID = WS-RUN-ID
000000                     AND REJ-PGM-ID = CST-V01-PGM-ID
000000                         SET WS-SAME-CODE TO TRUE
000000                     END-IF
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-IMAGE-EXC
000000* OVERVIEW : 明細例外出力処理
000000*            明細イメージの初出レコード番号・バッチID・
000000*            コード・期待金額を付けて例外一覧へ出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-IMAGE-EXC.
000000     MOVE BW-FIRST-REC           TO RPT-EXC-REC.
000000     MOVE BW-BATCH-ID            TO RPT-EXC-BATCH.
000000     MOVE BW-IMAGE(1:9)          TO RPT-EXC-CODE.
000000     MOVE BW-AMT                 TO RPT-EXC-AMT.
000000     MOVE BW-IMAGE(30:34)        TO RPT-EXC-DETAIL.
000000     PERFORM CBV0001-WRITE-EXC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-BATCH-EXC
000000* OVERVIEW : バッチ例外出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-BATCH-EXC.
000000     MOVE 0                      TO RPT-EXC-REC.
000000     MOVE WS-CUR-BATCH-ID        TO RPT-EXC-BATCH.
000000     MOVE SPACES                 TO RPT-EXC-CODE.
000000     MOVE SPACES                 TO RPT-EXC-AMT-X.
000000     MOVE SPACES                 TO RPT-EXC-DETAIL.
000000     PERFORM CBV0001-WRITE-EXC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-FILE-EXC
000000* OVERVIEW : ファイル単位例外出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-FILE-EXC.
000000     MOVE 0                      TO RPT-EXC-REC.
000000     MOVE SPACES                 TO RPT-EXC-BATCH.
000000     MOVE SPACES                 TO RPT-EXC-CODE.
000000     MOVE SPACES                 TO RPT-EXC-AMT-X.
000000     MOVE SPACES                 TO RPT-EXC-DETAIL.
000000     PERFORM CBV0001-WRITE-EXC.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-WRITE-EXC
000000* OVERVIEW : 例外一覧1行出力処理
000000*            注記は'NOTE: 'を付けて出力し、例外件数・注記件数
000000*            を加算
000000*/-------------------------------------------------------------/*
000000 CBV0001-WRITE-EXC.
000000     MOVE WS-EXC-COUNT           TO RPT-EXC-COUNT.
000000     IF WS-EXC-IS-NOTE
000000         MOVE SPACES             TO RPT-EXC-TEXT
000000         STRING 'NOTE: '         DELIMITED BY SIZE
000000                WS-EXC-TEXT      DELIMITED BY SIZE
000000                INTO RPT-EXC-TEXT
000000         ADD 1 TO WS-TOT-NOTES
000000     ELSE
000000         MOVE WS-EXC-TEXT        TO RPT-EXC-TEXT
000000         ADD 1 TO WS-TOT-EXCEPTIONS
000000     END-IF.
000000     WRITE REPORT-RECORD         FROM RPT-EXC-LINE
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-BATCHES
000000* OVERVIEW : バッチ別照合一覧出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-BATCHES.
000000     MOVE 'BATCHES IN INPUT'     TO RPT-SEC-TITLE.
000000     WRITE REPORT-RECORD         FROM RPT-SECTION-LINE
000000         AFTER ADVANCING 2 LINES.
000000     WRITE REPORT-RECORD         FROM RPT-BATCH-HEADER
000000         AFTER ADVANCING 1 LINE.
000000     PERFORM VARYING WS-IX FROM 1 BY 1
000000             UNTIL WS-IX > WS-BAT-USED
000000         MOVE WS-BAT-ID(WS-IX)   TO RPT-BAT-ID
000000         MOVE WS-BAT-ORIG-SYS(WS-IX) TO RPT-BAT-ORIG
000000         MOVE WS-BAT-BUS-DATE(WS-IX) TO RPT-BAT-DATE
000000         MOVE WS-BAT-IN-CNT(WS-IX) TO RPT-BAT-IN-CNT
000000         MOVE WS-BAT-BRG-COUNT(WS-IX) TO RPT-BAT-BRG-COUNT
000000         MOVE WS-BAT-BRG-PASSED(WS-IX) TO RPT-BAT-PASSED
000000         MOVE WS-BAT-BRG-WARNED(WS-IX) TO RPT-BAT-WARNED
000000         MOVE WS-BAT-BRG-FAILED(WS-IX) TO RPT-BAT-FAILED
000000         MOVE WS-BAT-BRG-OUTCOME(WS-IX) TO RPT-BAT-OUTCOME
000000         MOVE WS-BAT-BRG-CNT(WS-IX) TO RPT-BAT-ENTRIES
000000         MOVE WS-BAT-REMARK(WS-IX) TO RPT-BAT-REMARK
000000         WRITE REPORT-RECORD     FROM RPT-BATCH-LINE
000000             AFTER ADVANCING 1 LINE
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TOTALS
000000* OVERVIEW : バランス合計出力処理
000000*            件数・金額の合計を出力し、OUTFILEと入力、
000000*            ACPFILEと採用・警告、サスペンスと
000000*            リジェクト、AUDITLOGとOUTFILE、BATREGと
000000*            OUTFILEの一致を判定（不一致は例外に加算）
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TOTALS.
000000     MOVE 'BALANCING TOTALS'     TO RPT-SEC-TITLE.
000000     WRITE REPORT-RECORD         FROM RPT-SECTION-LINE
000000         AFTER ADVANCING 2 LINES.
000000     MOVE 'INPUT DETAILS'        TO RPT-BAL-LABEL.
000000     MOVE WS-TOT-IN-CNT          TO RPT-BAL-COUNT.
000000     MOVE WS-AMT-IN              TO RPT-BAL-AMT.
000000     MOVE SPACES                 TO RPT-BAL-REMARK.
000000     PERFORM CBV0001-PRINT-BAL-LINE.
000000     MOVE 'OUTFILE ACCEPTED'     TO RPT-BAL-LABEL.
000000     MOVE WS-TOT-OUT-ACC         TO RPT-BAL-COUNT.
000000     MOVE WS-AMT-OUT-ACC         TO RPT-BAL-AMT.
000000     PERFORM CBV0001-PRINT-BAL-LINE.
000000     MOVE 'OUTFILE WARNED'       TO RPT-BAL-LABEL.
000000     MOVE WS-TOT-OUT-WARN        TO RPT-BAL-COUNT.
000000     MOVE WS-AMT-OUT-WARN        TO RPT-BAL-AMT.
000000     PERFORM CBV0001-PRINT-BAL-LINE.
000000     MOVE 'OUTFILE REJECTED'     TO RPT-BAL-LABEL.
000000     MOVE WS-TOT-OUT-REJ         TO RPT-BAL-COUNT.
000000     MOVE WS-AMT-OUT-REJ         TO RPT-BAL-AMT.
000000     PERFORM CBV0001-PRINT-BAL-LINE.
000000*    ----- OUTFILE合計 ＝ 入力明細 -----
000000     MOVE WS-TOT-OUT-CNT         TO WS-CMP-CNT-A.
000000     MOVE WS-AMT-OUT             TO WS-CMP-AMT-A.
000000     MOVE WS-TOT-IN-CNT          TO WS-CMP-CNT-B.
000000     MOVE WS-AMT-IN              TO WS-CMP-AMT-B.
000000     MOVE 'OUTFILE TOTAL'        TO RPT-BAL-LABEL.
000000     PERFORM CBV0001-PRINT-TIE-LINE.
000000*    ----- ACPFILE ＝ 採用＋警告 -----
000000     MOVE WS-TOT-ACP-CNT         TO WS-CMP-CNT-A.
000000     MOVE WS-AMT-ACP             TO WS-CMP-AMT-A.
000000     COMPUTE WS-CMP-CNT-B = WS-TOT-OUT-ACC + WS-TOT-OUT-WARN.
000000     COMPUTE WS-CMP-AMT-B = WS-AMT-OUT-ACC + WS-AMT-OUT-WARN.
000000     MOVE 'ACPFILE DETAILS'      TO RPT-BAL-LABEL.
000000     PERFORM CBV0001-PRINT-TIE-LINE.
000000*    ----- サスペンス＋集約・置換分 ＝ リジェクト -----
000000     MOVE 'SUSPENSE ENTRIES'     TO RPT-BAL-LABEL.
000000     MOVE WS-TOT-SUSP-CNT        TO RPT-BAL-COUNT.
000000     MOVE WS-AMT-SUSP            TO RPT-BAL-AMT.
000000     MOVE SPACES                 TO RPT-BAL-REMARK.
000000     PERFORM CBV0001-PRINT-BAL-LINE.
000000     MOVE 'REJECTS HELD ONCE OR REPLACED'
000000                                 TO RPT-BAL-LABEL.
000000     MOVE WS-TOT-SUSP-HELD       TO RPT-BAL-COUNT.
000000     MOVE WS-AMT-SUSP-HELD       TO RPT-BAL-AMT.
000000     PERFORM CBV0001-PRINT-BAL-LINE.
000000     COMPUTE WS-CMP-CNT-A = WS-TOT-SUSP-CNT + WS-TOT-SUSP-HELD.
000000     COMPUTE WS-CMP-AMT-A = WS-AMT-SUSP + WS-AMT-SUSP-HELD.
000000     MOVE WS-TOT-OUT-REJ         TO WS-CMP-CNT-B.
000000     MOVE WS-AMT-OUT-REJ         TO WS-CMP-AMT-B.
000000     MOVE 'SUSPENSE TOTAL'       TO RPT-BAL-LABEL.
000000     PERFORM CBV0001-PRINT-TIE-LINE.
000000*    ----- AUDITLOG ＝ OUTFILE合計 -----
000000     MOVE WS-TOT-AUD-CNT         TO WS-CMP-CNT-A.
000000     MOVE WS-AMT-AUD             TO WS-CMP-AMT-A.
000000     MOVE WS-TOT-OUT-CNT         TO WS-CMP-CNT-B.
000000     MOVE WS-AMT-OUT             TO WS-CMP-AMT-B.
000000     MOVE 'AUDITLOG ENTRIES'     TO RPT-BAL-LABEL.
000000     PERFORM CBV0001-PRINT-TIE-LINE.
000000*    ----- BATREG合否件数 ＝ OUTFILE振分け（件数のみ） -----
000000     MOVE WS-TOT-BRG-PASSED      TO WS-CMP-CNT-A.
000000     MOVE WS-TOT-OUT-ACC         TO WS-CMP-CNT-B.
000000     MOVE 'BATREG PASSED'        TO RPT-BAL-LABEL.
000000     PERFORM CBV0001-PRINT-TIE-COUNT.
000000     MOVE WS-TOT-BRG-WARNED      TO WS-CMP-CNT-A.
000000     MOVE WS-TOT-OUT-WARN        TO WS-CMP-CNT-B.
000000     MOVE 'BATREG WARNED'        TO RPT-BAL-LABEL.
000000     PERFORM CBV0001-PRINT-TIE-COUNT.
000000     MOVE WS-TOT-BRG-FAILED      TO WS-CMP-CNT-A.
000000     MOVE WS-TOT-OUT-REJ         TO WS-CMP-CNT-B.
000000     MOVE 'BATREG FAILED'        TO RPT-BAL-LABEL.
000000     PERFORM CBV0001-PRINT-TIE-COUNT.
000000*    ----- 参考情報 -----
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     MOVE 'INPUT RECORDS READ'   TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-IN-RECS         TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'DISTINCT DETAIL IMAGES'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-GROUPS          TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'ACPFILE BLOCKS THIS RUN'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-ACP-BLOCKS      TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'BATREG ENTRIES THIS RUN'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-BRG-RECS        TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'BATREG ENTRIES SUPERSEDED'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-BRG-SUPERSEDED  TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'POSTING REFUSALS SUSPENDED'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-K01-CNT         TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'CHAIN RESTARTS THIS RUN'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-RSTRT           TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'STEP010 ATTEMPTS STARTED'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-V01-STARTS      TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'STEP010 ATTEMPTS SKIPPED'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-V01-SKIPS       TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     IF WS-V01-LAST-EVT = 'END  '
000000         MOVE 'STEP010 LAST RETURN CODE'
000000                                 TO RPT-TOT-LABEL
000000         MOVE WS-V01-LAST-RC     TO RPT-TOT-COUNT
000000         PERFORM CBV0001-PRINT-TOTAL-LINE
000000     ELSE
000000         MOVE 'STEP010 HAS NO END RECORD FOR ITS LAST ATTEMPT'
000000                                 TO RPT-TEXT
000000         WRITE REPORT-RECORD     FROM RPT-TEXT-LINE
000000             AFTER ADVANCING 1 LINE
000000     END-IF.
000000     IF WS-TOT-RSTRT > 0 OR WS-TOT-V01-STARTS > 1
000000         MOVE 'RESTARTED RUN - OUTPUTS OF ALL ATTEMPTS BALANCED'
000000                                 TO RPT-TEXT
000000         WRITE REPORT-RECORD     FROM RPT-TEXT-LINE
000000             AFTER ADVANCING 1 LINE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TIE-LINE
000000* OVERVIEW : 一致判定行出力処理
000000*            WS-CMP-CNT-A・WS-CMP-AMT-Aを出力し、
000000*            WS-CMP-CNT-B・WS-CMP-AMT-Bとの一致を判定
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TIE-LINE.
000000     MOVE WS-CMP-CNT-A           TO RPT-BAL-COUNT.
000000     MOVE WS-CMP-AMT-A           TO RPT-BAL-AMT.
000000     IF WS-CMP-CNT-A = WS-CMP-CNT-B
000000     AND WS-CMP-AMT-A = WS-CMP-AMT-B
000000         MOVE 'TIES'             TO RPT-BAL-REMARK
000000     ELSE
000000         MOVE 'DOES NOT TIE'     TO RPT-BAL-REMARK
000000         ADD 1 TO WS-TOT-EXCEPTIONS
000000     END-IF.
000000     PERFORM CBV0001-PRINT-BAL-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TIE-COUNT
000000* OVERVIEW : 件数一致判定行出力処理（金額なし）
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TIE-COUNT.
000000     MOVE WS-CMP-CNT-A           TO RPT-BAL-COUNT.
000000     MOVE SPACES                 TO RPT-BAL-AMT-X.
000000     IF WS-CMP-CNT-A = WS-CMP-CNT-B
000000         MOVE 'TIES'             TO RPT-BAL-REMARK
000000     ELSE
000000         MOVE 'DOES NOT TIE'     TO RPT-BAL-REMARK
000000         ADD 1 TO WS-TOT-EXCEPTIONS
000000     END-IF.
000000     PERFORM CBV0001-PRINT-BAL-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-BAL-LINE
000000* OVERVIEW : バランス合計行出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-BAL-LINE.
000000     WRITE REPORT-RECORD         FROM RPT-BAL-LINE
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TOTAL-LINE
000000* OVERVIEW : 合計行出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TOTAL-LINE.
000000     WRITE REPORT-RECORD         FROM RPT-TOTAL-LINE
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-RESULT
000000* OVERVIEW : 照合結果出力処理
000000*            例外・注記件数と終了コードに応じた結果をレポート
000000*            とSYSOUTへ出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-RESULT.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     MOVE 'EXCEPTIONS'           TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-EXCEPTIONS      TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'NOTES'                TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-NOTES           TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     EVALUATE RETURN-CODE
000000         WHEN 0
000000             MOVE 'RESULT : BALANCED - EVERY DETAIL ACCOUNTED FOR'
000000                                 TO RPT-TEXT
000000         WHEN 4
000000             MOVE 'RESULT : BALANCED WITH NOTES'
000000                                 TO RPT-TEXT
000000         WHEN 20
000000             MOVE 'RESULT : OUT OF BALANCE - SEE EXCEPTION LIST'
000000                                 TO RPT-TEXT
000000         WHEN OTHER
000000             MOVE 'RESULT : INCOMPLETE - WORK FILE ERROR'
000000                                 TO RPT-TEXT
000000     END-EVALUATE.
000000     WRITE REPORT-RECORD         FROM RPT-TEXT-LINE
000000         AFTER ADVANCING 2 LINES.
000000     DISPLAY 'CBV0001B01: RUN ID ' WS-RUN-ID
000000             ' DETAILS=' WS-TOT-IN-CNT
000000             ' ACCEPTED=' WS-TOT-OUT-ACC
000000             ' WARNED=' WS-TOT-OUT-WARN
000000             ' REJECTED=' WS-TOT-OUT-REJ.
000000     DISPLAY 'CBV0001B01: EXCEPTIONS=' WS-TOT-EXCEPTIONS
000000             ' NOTES=' WS-TOT-NOTES ' - ' RPT-TEXT(10:40).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-RERUN
000000* OVERVIEW : 再実行スキップ判定処理
000000*            同一実行IDの再実行で本ステップが前回試行で
000000*            正常終了済みの場合、SKIPを記録して前回の
000000*            終了コードで終了（前回不一致・照合不能で終了
000000*            した場合は再度照合する）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-RERUN.
000000     MOVE WS-RUN-ID              TO S02-RUN-ID.
000000     MOVE 'CBV0001B01'           TO S02-PGM-ID.
000000     CALL 'CBV0001S02'           USING S02-PARM-AREA.
000000     IF S02-SKIP
000000         DISPLAY 'CBV0001B01: COMPLETED IN RUN ' WS-RUN-ID
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
000000*            CBV0001I01が採番した実行IDの取得（取得できない
000000*            場合は照合対象を特定できないため照合しない）
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
000000     END-IF.
000000     CLOSE RUNCTL-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-WRITE-RUNSTAT
000000* OVERVIEW : 実行ステータス出力処理
000000*            開始・終了イベントと制御合計をRUNSTATへ追記
000000*            （処理件数＝投入明細、合格＝OUTFILE計上、
000000*            不合格＝例外件数）
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
000000         MOVE 'CBV0001B01'       TO RS-PGM-ID
000000         MOVE WS-RS-EVENT        TO RS-EVENT
000000         MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP
000000         MOVE RETURN-CODE        TO RS-RETCODE
000000         MOVE WS-TOT-IN-CNT      TO RS-PROCESSED
000000         MOVE WS-TOT-OUT-CNT     TO RS-PASSED
000000         MOVE WS-TOT-EXCEPTIONS  TO RS-FAILED
000000         WRITE RUNSTAT-RECORD
000000         CLOSE RUNSTAT-FILE
000000     ELSE
000000         DISPLAY 'CBV0001B01: RUN STATUS FILE OPEN FAILED -'
000000                 ' STATUS NOT RECORDED'
000000     END-IF.
000000     EXIT.
000000*****************************************************************
