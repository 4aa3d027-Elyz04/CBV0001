000000*                     入力トレーラ照合と同一算式、ヘッダへ
000000*                     実行IDを付加、チェックポイント引継ぎ
000000*                     対応）
000000*        2026/10/15 : 地域別休日カレンダ対応（取引日付チェック
000000*                     時にバッチヘッダの発生元システムを
000000*                     カレンダ地域としてCBV0001S01へ連携）
000000*        2026/10/15 : リジェクトサスペンスレコードへ発生元
000000*                     システム・バッチIDを付加（発生元別
000000*                     リジェクト返却ファイルの作成用）
000000*        2026/10/15 : 同一実行IDでの再実行対応（前回試行で
000000*                     正常終了済みの場合はCBV0001S02の判定
000000*                     によりSKIPを記録して前回の終了コード
000000*                     で終了）
000000*        2026/10/15 : 金額の異常値チェックを追加（コード別
000000*                     金額履歴AMTHIST（CBV0001R04が更新）の
000000*                     最大金額・平均金額と比較し、倍率を
000000*                     超えて外れる金額を結果コード14とする。
000000*                     警告／リジェクトはPARMFILEの警告コード
000000*                     指定で決定、PARMFILEへ倍率・必要履歴
000000*                     日数を追加、チェックポイントへ件数を
000000*                     追加）
000000*        2026/10/15 : 発生元システム別明細レイアウト対応
000000*                     （レイアウト定義LAYFILEに従い
000000*                     CBV0001S03で明細を項目分割し、項目ごと
000000*                     のチェック型・桁数・マスタ照合・必須
000000*                     指定でCBV0001S01を呼出し。OUTFILE・
000000*                     REJFILEへ項目別結果コード（最大10項目）
000000*                     を追加、下流連携の明細は標準レイアウト
000000*                     へ編集したイメージで出力。レイアウト
000000*                     不正はリターンコード12で終了）
000000*        2026/10/15 : リジェクトサスペンスレコードへ入力
000000*                     レコード原データ（発生元レイアウトの
000000*                     まま、200バイト）を追加（発生元システム
000000*                     への返却用）
000000*        2026/10/15 : 開始記録をファイルオープン前に出力し、
000000*                     オープン失敗時もRC8の終了記録を出力
000000*                     （オープン失敗ステップを再実行で再開
000000*                     可能にする）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS BH-KEY
000000         FILE STATUS IS WS-BATHIST-STATUS.
000000     SELECT OPTIONAL AMTHIST-FILE    ASSIGN TO "AMTHIST"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS AH-CODE
000000         FILE STATUS IS WS-AMTHIST-STATUS.
000000     SELECT OPTIONAL BATREG-FILE     ASSIGN TO "BATREG"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-BATREG-STATUS.
000000 FILE                            SECTION.
000000*/-------------------------------------------------------------/*
000000*  入力ファイル（夜間一括投入データ）
000000*  明細は発生元システム別のレイアウト定義（LAYFILE、
000000*  CBV0001S03）で項目分割。定義のないシステムはコード(9)・
000000*  金額(12)・取引日付(8)・摘要(40)の標準レイアウト
000000*  （標準化後の明細はWS-IN-FIELDS参照）
000000*  先頭3バイト'HDR'／'TRL'はバッチ制御レコード
000000*  （WS-HDR-FIELDS／WS-TRL-FIELDS参照）
000000*/-------------------------------------------------------------/*
000000     03 OUT-AMT-VALUE            PIC S9(5)V99.
000000     03 OUT-RUN-ID               PIC X(14).
000000     03 OUT-PGM-ID               PIC X(10).
000000     03 OUT-FLD-RCS.
000000        05 OUT-FLD-RC OCCURS 10  PIC 9(02).
000000*/-------------------------------------------------------------/*
000000*  採用レコード連携ファイル（全項目チェック合格レコードのみを
000000*  HDR／TRL制御レコード付きで後続計上システムへ連携）
000000     03 PARM-WARN-CODES.
000000        05 PARM-WARN-CODE OCCURS 10
000000                                 PIC X(02).
000000     03 PARM-OUT-FACTOR          PIC 9(03).
000000     03 PARM-OUT-MIN-DAYS        PIC 9(03).
000000*/-------------------------------------------------------------/*
000000*  チェックポイントファイル（リスタート用、相対編成の
000000*  1レコードを書替えて維持）
000000     03 CKPT-BAT-FAILED          PIC 9(07).
000000     03 CKPT-TOT-WARNED          PIC 9(07).
000000     03 CKPT-BAT-WARNED          PIC 9(07).
000000     03 CKPT-TOT-FAIL-OUTLIER    PIC 9(07).
000000*/-------------------------------------------------------------/*
000000*  採用済みコードファイル（実行内重複チェック用、コード
000000*  キーの索引編成でテーブル上限なし、リスタート時も
000000     03 BH-COUNT                 PIC 9(07).
000000     03 BH-HASH                  PIC 9(13).
000000*/-------------------------------------------------------------/*
000000*  コード別金額履歴ファイル（コードキーの索引編成、
000000*  CBV0001R04が実行ごとに更新、金額の異常値判定に使用）
000000*/-------------------------------------------------------------/*
000000 FD  AMTHIST-FILE.
000000 01  AMTHIST-RECORD.
000000 COPY CBV0001HC.
000000*/-------------------------------------------------------------/*
000000*  バッチレジスタファイル（HDR／TRL対ごとの受付・照合記録、
000000*  CBV0001R03の発生元別照合レポートの入力）
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001RC.
000000*/-------------------------------------------------------------/*
000000*  リジェクトサスペンスマスタ（エラーレコードの退避、
000000*  コード・発生日キーの索引編成、状態はCBV0001C01が管理、
000000*  発生元システム・バッチIDはバッチヘッダから付加）
000000*/-------------------------------------------------------------/*
000000 FD  REJECT-FILE.
000000 01  REJECT-RECORD.
000000     03 REJ-PGM-ID               PIC X(10).
000000     03 REJ-STATUS               PIC X(01).
000000        88 REJ-OPEN                         VALUE 'O'.
000000     03 REJ-ORIG-SYS             PIC X(08).
000000     03 REJ-BATCH-ID             PIC X(08).
000000     03 REJ-FLD-RCS.
000000        05 REJ-FLD-RC OCCURS 10  PIC 9(02).
000000     03 REJ-SRC-DATA             PIC X(200).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000*/-------------------------------------------------------------/*
000000 01 WS-VARIABLES.
000000    03 WS-RAW-DATA               PIC X(200).
000000    03 WS-HDR-FIELDS REDEFINES WS-RAW-DATA.
000000       05 WS-HDR-TAG             PIC X(03).
000000       05 WS-HDR-BATCH-ID        PIC X(08).
000000       05 WS-TRL-EXP-COUNT       PIC 9(07).
000000       05 WS-TRL-HASH-TOTAL      PIC 9(13).
000000       05 FILLER                 PIC X(177).
000000    03 WS-STD-DATA               PIC X(200).
000000    03 WS-IN-FIELDS REDEFINES WS-STD-DATA.
000000       05 WS-IN-CODE             PIC X(09).
000000       05 WS-IN-AMOUNT           PIC X(12).
000000       05 WS-IN-TRAN-DATE        PIC X(08).
000000       05 WS-IN-DESC             PIC X(40).
000000       05 FILLER                 PIC X(131).
000000    03 WS-CODE-RC                PIC 9(02).
000000    03 WS-AMT-RC                 PIC 9(02).
000000    03 WS-DATE-RC                PIC 9(02).
000000    03 WS-FLD-RCS.
000000       05 WS-FLD-RC OCCURS 10    PIC 9(02).
000000    03 WS-FLD-IX                 PIC 9(02).
000000    03 WS-AMT-VALUE              PIC S9(5)V99.
000000    03 WS-WORK-RC                PIC 9(02).
000000    03 WS-EOF-FLG                PIC X(01) VALUE 'N'.
000000       88 WS-SEEN-AVAIL                    VALUE 'Y'.
000000    03 WS-SEV-IX                 PIC 9(02).
000000    03 WS-SEV-RC                 PIC 9(02).
000000    03 WS-AMTHIST-AVAIL-FLG      PIC X(01) VALUE 'N'.
000000       88 WS-AMTHIST-AVAIL                 VALUE 'Y'.
000000*/-------------------------------------------------------------/*
000000*  金額異常値判定ワーク（コード別金額履歴の集約値）
000000*/-------------------------------------------------------------/*
000000 01 WS-OUTLIER-WORK.
000000    03 WS-OL-IX                  PIC 9(03).
000000    03 WS-OL-DAYS                PIC 9(03).
000000    03 WS-OL-CNT                 PIC 9(09).
000000    03 WS-OL-SUM                 PIC S9(13)V99.
000000    03 WS-OL-HIGH                PIC S9(05)V99.
000000    03 WS-OL-AVG                 PIC S9(11)V99.
000000    03 WS-OL-ABS                 PIC S9(05)V99.
000000    03 WS-OL-HIGH-LIMIT          PIC S9(09)V99.
000000    03 WS-OL-SCALED              PIC S9(09)V99.
000000*/-------------------------------------------------------------/*
000000*  採用済みコード保留テーブル（前回チェックポイント以降の
000000*  新規採用コードを保留し、チェックポイント出力時に
000000    03 WS-CKPTFILE-STATUS        PIC X(02).
000000    03 WS-REJFILE-STATUS         PIC X(02).
000000    03 WS-BATHIST-STATUS         PIC X(02).
000000    03 WS-AMTHIST-STATUS         PIC X(02).
000000    03 WS-BATREG-STATUS          PIC X(02).
000000    03 WS-SEENFILE-STATUS        PIC X(02).
000000    03 WS-RUNCTL-STATUS          PIC X(02).
000000    03 WS-TOT-FAIL-DUP           PIC 9(07) VALUE 0.
000000    03 WS-TOT-FAIL-NOTEFF        PIC 9(07) VALUE 0.
000000    03 WS-TOT-FAIL-SUSP          PIC 9(07) VALUE 0.
000000    03 WS-TOT-FAIL-OUTLIER       PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  定数定義
000000*/-------------------------------------------------------------/*
000000    03 CST-REJ-LIMIT-PCT         PIC 9(03) VALUE 0.
000000    03 CST-REJ-LIMIT-CNT         PIC 9(07) VALUE 0.
000000    03 CST-MIN-SAMPLE            PIC 9(05) VALUE 100.
000000    03 CST-OUT-FACTOR            PIC 9(03) VALUE 10.
000000    03 CST-OUT-MIN-DAYS          PIC 9(03) VALUE 5.
000000    03 CST-CHECK-MODE            PIC X(01) VALUE 'N'.
000000       88 CST-MODE-NUM                     VALUE 'N'.
000000       88 CST-MODE-DEC                     VALUE 'D'.
000000       88 CST-ERR-NOTFOUND                 VALUE 4.
000000       88 CST-ERR-DEC                      VALUE 5.
000000       88 CST-ERR-DUP                      VALUE 10.
000000       88 CST-ERR-OUTLIER                  VALUE 14.
000000*/-------------------------------------------------------------/*
000000*  CBV0001S01（入力チェックサブプログラム）連絡領域
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001SC.
000000*/-------------------------------------------------------------/*
000000*  CBV0001S03（明細レイアウト展開サブプログラム）連絡領域
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001LC.
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
000000     IF NOT WS-EOF
000000         READ BATCH-IN-FILE INTO WS-RAW-DATA
000000             AT END
000000         DISPLAY 'CBV0001V01: INPUT FILE OPEN FAILED - STATUS='
000000                 WS-INFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     PERFORM CBV0001-SYNC-OUTPUTS.
000000         DISPLAY 'CBV0001V01: BATCH HISTORY FILE NOT'
000000                 ' AVAILABLE - REPLAY CHECK SKIPPED'
000000     END-IF.
000000     OPEN INPUT AMTHIST-FILE.
000000     IF WS-AMTHIST-STATUS = '00' OR WS-AMTHIST-STATUS = '05'
000000         SET WS-AMTHIST-AVAIL    TO TRUE
000000     ELSE
000000         DISPLAY 'CBV0001V01: AMOUNT HISTORY FILE NOT'
000000                 ' AVAILABLE - OUTLIER CHECK SKIPPED'
000000     END-IF.
000000     OPEN I-O REJECT-FILE.
000000     IF WS-REJFILE-STATUS NOT = '00'
000000     AND WS-REJFILE-STATUS NOT = '05'
000000         DISPLAY 'CBV0001V01: REJECT SUSPENSE FILE OPEN'
000000                 ' FAILED - STATUS=' WS-REJFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     IF WS-REC-NUM > 0
000000     IF WS-BATHIST-AVAIL
000000         CLOSE BATHIST-FILE
000000     END-IF.
000000     IF WS-AMTHIST-AVAIL
000000         CLOSE AMTHIST-FILE
000000     END-IF.
000000     CLOSE REJECT-FILE.
000000     IF WS-SEEN-AVAIL
000000         CLOSE SEEN-FILE
000000     IF WS-WARNED
000000         ADD 1 TO WS-TOT-WARNED
000000     END-IF.
000000     PERFORM VARYING WS-FLD-IX FROM 1 BY 1
000000             UNTIL WS-FLD-IX > S03-FLD-CNT
000000         MOVE WS-FLD-RC(WS-FLD-IX) TO WS-WORK-RC
000000         PERFORM CBV0001-COUNT-ONE-RC
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-COUNT-ONE-RC
000000             ADD 1 TO WS-TOT-FAIL-NOTEFF
000000         WHEN 12
000000             ADD 1 TO WS-TOT-FAIL-SUSP
000000         WHEN 14
000000             ADD 1 TO WS-TOT-FAIL-OUTLIER
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     DISPLAY ' FAILED - DUPLICATE   : ' WS-TOT-FAIL-DUP.
000000     DISPLAY ' FAILED - NOT EFFECTIV: ' WS-TOT-FAIL-NOTEFF.
000000     DISPLAY ' FAILED - SUSPENDED   : ' WS-TOT-FAIL-SUSP.
000000     DISPLAY ' FAILED - AMT OUTLIER : ' WS-TOT-FAIL-OUTLIER.
000000     DISPLAY ' ACCEPTED TO POSTING  : ' WS-ACP-COUNT.
000000     DISPLAY ' ====================================== '.
000000     EXIT.
000000     MOVE WS-BAT-FAILED          TO CKPT-BAT-FAILED.
000000     MOVE WS-TOT-WARNED          TO CKPT-TOT-WARNED.
000000     MOVE WS-BAT-WARNED          TO CKPT-BAT-WARNED.
000000     MOVE WS-TOT-FAIL-OUTLIER    TO CKPT-TOT-FAIL-OUTLIER.
000000     PERFORM CBV0001-PUT-CKPT.
000000     PERFORM CBV0001-FLUSH-SEEN.
000000     EXIT.
000000                                     TO CST-CKPT-INTERVAL
000000                     END-IF
000000                 END-IF
000000                 IF PARM-OUT-FACTOR IS NUMERIC
000000                 AND PARM-OUT-FACTOR > 1
000000                     MOVE PARM-OUT-FACTOR
000000                                     TO CST-OUT-FACTOR
000000                 END-IF
000000                 IF PARM-OUT-MIN-DAYS IS NUMERIC
000000                 AND PARM-OUT-MIN-DAYS > 0
000000                     MOVE PARM-OUT-MIN-DAYS
000000                                     TO CST-OUT-MIN-DAYS
000000                 END-IF
000000                 PERFORM CBV0001-LOAD-SEVERITY
000000         END-READ
000000     END-IF.
000000                     MOVE CKPT-TOT-WARNED    TO WS-TOT-WARNED
000000                     MOVE CKPT-BAT-WARNED    TO WS-BAT-WARNED
000000                 END-IF
000000                 IF CKPT-TOT-FAIL-OUTLIER IS NUMERIC
000000                     MOVE CKPT-TOT-FAIL-OUTLIER
000000                                     TO WS-TOT-FAIL-OUTLIER
000000                 END-IF
000000         END-READ
000000     END-IF.
000000     CLOSE CKPT-FILE.
000000     END-PERFORM.
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
000000     MOVE 'CBV0001V01'           TO S02-PGM-ID.
000000     CALL 'CBV0001S02'           USING S02-PARM-AREA.
000000     IF S02-SKIP
000000         DISPLAY 'CBV0001V01: COMPLETED IN RUN ' WS-RUN-ID
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
000000* MODULE   : CBV0001-PROC-HEADER
000000* OVERVIEW : ヘッダレコード処理
000000*            バッチ開始（バッチID・計上日・発生元の受付と
000000*            バッチ内照合カウンタの初期化、発生元システムの
000000*            明細レイアウトの解決）
000000*/-------------------------------------------------------------/*
000000 CBV0001-PROC-HEADER.
000000     IF WS-BAT-OPEN
000000             DISPLAY 'CBV0001V01: BATCH ' WS-HDR-BATCH-ID
000000                     ' DATE=' WS-HDR-BUS-DATE
000000                     ' FROM ' WS-HDR-ORIG-SYS ' STARTED'
000000             MOVE SPACES         TO S03-RAW-DATA
000000             PERFORM CBV0001-CALL-S03
000000             IF S03-LAYOUT-VALID
000000                 IF S03-LAY-SYSTEM
000000                     DISPLAY 'CBV0001V01: BATCH ' WS-BAT-ID
000000                             ' USES LAYOUT FOR ' WS-BAT-ORIG-SYS
000000                             ' - FIELDS=' S03-FLD-CNT
000000                 END-IF
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PROC-DETAIL
000000* OVERVIEW : 明細レコード処理
000000*            発生元システムのレイアウトで項目分割の上、
000000*            項目別チェック・結果出力とバッチ内照合カウンタ
000000*            （件数・ハッシュ合計）の加算
000000*/-------------------------------------------------------------/*
000000             ' - CONTROL SEQUENCE ERROR'
000000         SET WS-CTL-ERR          TO TRUE
000000     ELSE
000000         MOVE WS-RAW-DATA        TO S03-RAW-DATA
000000         PERFORM CBV0001-CALL-S03
000000         IF S03-LAYOUT-VALID
000000             MOVE S03-STD-DATA   TO WS-STD-DATA
000000             PERFORM CBV0001-CHECK-FIELDS
000000             PERFORM CBV0001-EDIT-SEVERITY
000000             PERFORM CBV0001-CHECK-DUP
000000             PERFORM CBV0001-DISP-RESULT
000000             PERFORM CBV0001-UPDATE-TOTALS
000000             ADD 1 TO WS-BAT-COUNT
000000             EVALUATE TRUE
000000                 WHEN CST-SUCCESS
000000                     ADD 1 TO WS-BAT-PASSED
000000                 WHEN WS-WARNED
000000                     ADD 1 TO WS-BAT-WARNED
000000                 WHEN OTHER
000000                     ADD 1 TO WS-BAT-FAILED
000000             END-EVALUATE
000000             PERFORM CBV0001-HASH-CODE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000     MOVE 'N'                    TO WS-WARN-FLG.
000000     IF NOT CST-SUCCESS
000000         MOVE 'Y'                TO WS-WARN-FLG
000000         PERFORM VARYING WS-FLD-IX FROM 1 BY 1
000000                 UNTIL WS-FLD-IX > S03-FLD-CNT
000000             MOVE WS-FLD-RC(WS-FLD-IX) TO WS-WORK-RC
000000             PERFORM CBV0001-EDIT-ONE-SEV
000000         END-PERFORM
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000*            採用（全項目合格または警告通過）レコードの
000000*            コードを採用済みコードファイルおよび保留
000000*            テーブルと照合し、再出現は結果コード10で排除
000000*            （コード項目合格かつコード項目が数値モード時
000000*            のみ、件数上限なし。重複判定後は重大度を再評価）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-DUP.
000000     IF WS-CODE-RC = 0 AND WS-SEEN-AVAIL
000000     AND S03-FLD-MODE(S03-CODE-IX) = 'N'
000000     AND (CST-SUCCESS OR WS-WARNED)
000000         MOVE 'N'                TO WS-PEND-HIT
000000         MOVE WS-CODE-NUM        TO SEEN-CODE
000000         END-READ
000000         IF WS-PEND-HIT = 'Y'
000000             MOVE 10             TO WS-CODE-RC
000000             MOVE 10             TO WS-FLD-RC(S03-CODE-IX)
000000             MOVE 10             TO CST-RESULT-CODE
000000             MOVE 'DUPLICATE WITHIN RUN'
000000                                 TO WS-RESULT-DESC
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-FIELDS
000000* OVERVIEW : 項目別チェック制御処理
000000*            レイアウトの各項目をCBV0001S01でチェックし、
000000*            レコード判定（先頭エラー）を編集
000000*            （金額は形式チェック合格後に履歴との比較）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-FIELDS.
000000     MOVE 0                      TO CST-RESULT-CODE.
000000     MOVE 'PASS VALIDATION'      TO WS-RESULT-DESC.
000000     MOVE 0                      TO WS-CODE-RC.
000000     MOVE 0                      TO WS-AMT-RC.
000000     MOVE 0                      TO WS-DATE-RC.
000000     MOVE 0                      TO WS-CODE-NUM.
000000     MOVE 0                      TO WS-AMT-VALUE.
000000     MOVE ZEROS                  TO WS-FLD-RCS.
000000     PERFORM VARYING WS-FLD-IX FROM 1 BY 1
000000             UNTIL WS-FLD-IX > S03-FLD-CNT
000000         IF S03-FLD-LENGTH(WS-FLD-IX) > 0
000000             PERFORM CBV0001-CHECK-ONE-FIELD
000000         END-IF
000000     END-PERFORM.
000000     PERFORM CBV0001-CHECK-OUTLIER.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-ONE-FIELD
000000* OVERVIEW : 項目1件チェック処理
000000*            レイアウトのチェック型・桁数・マスタ照合指定で
000000*            項目をチェック（任意項目の空白と、チェック型
000000*            未指定項目はチェックなし。必須項目の空白は
000000*            未入力エラー）。コード・金額・取引日付の各項目
000000*            は結果を項目役割別に保持
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-ONE-FIELD.
000000     EVALUATE TRUE
000000         WHEN S03-FLD-VALUE(WS-FLD-IX) = SPACES
000000          AND NOT S03-FLD-REQUIRED(WS-FLD-IX)
000000             CONTINUE
000000         WHEN S03-FLD-VALUE(WS-FLD-IX) NOT = SPACES
000000          AND S03-FLD-MODE(WS-FLD-IX) = SPACE
000000             CONTINUE
000000         WHEN OTHER
000000             MOVE SPACES         TO S01-VALUE
000000             MOVE S03-FLD-VALUE(WS-FLD-IX) TO S01-VALUE
000000             IF S03-FLD-MODE(WS-FLD-IX) = SPACE
000000                 MOVE 'X'        TO S01-CHECK-MODE
000000             ELSE
000000                 MOVE S03-FLD-MODE(WS-FLD-IX)
000000                                 TO S01-CHECK-MODE
000000             END-IF
000000             MOVE S03-FLD-MIN(WS-FLD-IX) TO S01-MIN-LENGTH
000000             MOVE S03-FLD-MAX(WS-FLD-IX) TO S01-MAX-LENGTH
000000             IF S03-FLD-XREF(WS-FLD-IX) = 'Y'
000000                 MOVE 'Y'        TO S01-XREF-FLG
000000             ELSE
000000                 MOVE 'N'        TO S01-XREF-FLG
000000             END-IF
000000             IF S03-DATE-IX > 0
000000                 MOVE WS-IN-TRAN-DATE TO S01-XREF-DATE
000000             ELSE
000000                 MOVE WS-BAT-BUS-DATE TO S01-XREF-DATE
000000             END-IF
000000             MOVE WS-BAT-ORIG-SYS TO S01-CAL-REGION
000000             PERFORM CBV0001-CALL-S01
000000             MOVE S01-RESULT-CODE TO WS-FLD-RC(WS-FLD-IX)
000000             EVALUATE WS-FLD-IX
000000                 WHEN S03-CODE-IX
000000                     MOVE S01-RESULT-CODE TO WS-CODE-RC
000000                     MOVE S01-NUM-VALUE   TO WS-CODE-NUM
000000                 WHEN S03-AMT-IX
000000                     MOVE S01-RESULT-CODE TO WS-AMT-RC
000000                     MOVE S01-DEC-VALUE   TO WS-AMT-VALUE
000000                 WHEN S03-DATE-IX
000000                     MOVE S01-RESULT-CODE TO WS-DATE-RC
000000                 WHEN OTHER
000000                     CONTINUE
000000             END-EVALUATE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-OUTLIER
000000* OVERVIEW : 金額異常値チェック処理
000000*            コード・金額項目とも合格のレコードについて、
000000*            コード別金額履歴を読み異常値判定を実施
000000*            （履歴未登録のコードは判定しない）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-OUTLIER.
000000     IF WS-AMTHIST-AVAIL AND WS-CODE-RC = 0 AND WS-AMT-RC = 0
000000     AND S03-AMT-IX > 0
000000         MOVE WS-IN-CODE         TO AH-CODE
000000         READ AMTHIST-FILE
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 PERFORM CBV0001-EDIT-OUTLIER
000000         END-READ
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-EDIT-OUTLIER
000000* OVERVIEW : 金額異常値判定処理
000000*            必要日数以上の履歴がある場合、金額の絶対値が
000000*            履歴最大金額×倍率を超えるか、金額×倍率が
000000*            履歴平均金額（絶対値）に満たない場合に結果
000000*            コード14（小数点位置の誤り等の桁違い）とする
000000*/-------------------------------------------------------------/*
000000 CBV0001-EDIT-OUTLIER.
000000     MOVE 0                      TO WS-OL-CNT.
000000     MOVE 0                      TO WS-OL-SUM.
000000     MOVE 0                      TO WS-OL-HIGH.
000000     IF AH-DAYS IS NUMERIC
000000         MOVE AH-DAYS            TO WS-OL-DAYS
000000     ELSE
000000         MOVE 0                  TO WS-OL-DAYS
000000     END-IF.
000000     IF WS-OL-DAYS > 30
000000         MOVE 30                 TO WS-OL-DAYS
000000     END-IF.
000000     PERFORM VARYING WS-OL-IX FROM 1 BY 1
000000             UNTIL WS-OL-IX > WS-OL-DAYS
000000         ADD AH-D-COUNT(WS-OL-IX) TO WS-OL-CNT
000000         ADD AH-D-TOTAL(WS-OL-IX) TO WS-OL-SUM
000000         IF AH-D-HIGH(WS-OL-IX) > WS-OL-HIGH
000000             MOVE AH-D-HIGH(WS-OL-IX) TO WS-OL-HIGH
000000         END-IF
000000     END-PERFORM.
000000     IF WS-OL-DAYS >= CST-OUT-MIN-DAYS AND WS-OL-CNT > 0
000000         COMPUTE WS-OL-AVG ROUNDED = WS-OL-SUM / WS-OL-CNT
000000         IF WS-OL-AVG < 0
000000             COMPUTE WS-OL-AVG = 0 - WS-OL-AVG
000000         END-IF
000000         MOVE WS-AMT-VALUE       TO WS-OL-ABS
000000         IF WS-OL-ABS < 0
000000             COMPUTE WS-OL-ABS = 0 - WS-OL-ABS
000000         END-IF
000000         COMPUTE WS-OL-HIGH-LIMIT = WS-OL-HIGH * CST-OUT-FACTOR
000000         COMPUTE WS-OL-SCALED = WS-OL-ABS * CST-OUT-FACTOR
000000         IF WS-OL-ABS > WS-OL-HIGH-LIMIT
000000         OR (WS-OL-ABS > 0 AND WS-OL-SCALED < WS-OL-AVG)
000000             MOVE 14             TO WS-AMT-RC
000000             MOVE 14             TO WS-FLD-RC(S03-AMT-IX)
000000             IF CST-RESULT-CODE = 0
000000                 MOVE 14         TO CST-RESULT-CODE
000000                 MOVE 'AMOUNT OUTSIDE CODE HISTORY'
000000                                 TO WS-RESULT-DESC
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CALL-S01
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CALL-S03
000000* OVERVIEW : 明細レイアウト展開サブプログラム呼出し処理
000000*            バッチの発生元システムでCBV0001S03をCALLし、
000000*            レイアウト定義不正の場合はバッチを制御エラー
000000*            として打切り（レイアウト定義の修正後に再実行）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CALL-S03.
000000     MOVE WS-BAT-ORIG-SYS        TO S03-ORIG-SYS.
000000     MOVE CST-CHECK-MODE         TO S03-DFT-MODE.
000000     MOVE CST-MIN-LENGTH         TO S03-DFT-MIN.
000000     MOVE CST-MAX-LENGTH         TO S03-DFT-MAX.
000000     CALL 'CBV0001S03'           USING S03-PARM-AREA.
000000     IF NOT S03-LAYOUT-VALID
000000         DISPLAY 'CBV0001V01: BATCH ' WS-BAT-ID
000000                 ' LAYOUT FOR ' WS-BAT-ORIG-SYS ' INVALID - '
000000                 S03-LAYOUT-MSG
000000         MOVE 'LAYOUT ERR'       TO WS-BRG-OUTCOME
000000         PERFORM CBV0001-WRITE-BATREG
000000         SET WS-CTL-ERR          TO TRUE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-DISP-RESULT
000000* OVERVIEW : チェック結果出力処理
000000*            入力値とチェック結果コードを結果ファイルへ出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-DISP-RESULT.
000000     MOVE WS-STD-DATA            TO OUT-DATA.
000000     MOVE WS-CODE-RC             TO OUT-CODE-RC.
000000     MOVE WS-AMT-RC              TO OUT-AMT-RC.
000000     MOVE WS-DATE-RC             TO OUT-DATE-RC.
000000     MOVE WS-AMT-VALUE           TO OUT-AMT-VALUE.
000000     MOVE WS-RUN-ID              TO OUT-RUN-ID.
000000     MOVE 'CBV0001V01'           TO OUT-PGM-ID.
000000     MOVE WS-FLD-RCS             TO OUT-FLD-RCS.
000000     IF WS-OUT-EXTRA > 0
000000         SUBTRACT 1 FROM WS-OUT-EXTRA
000000     ELSE
000000 CBV0001-WRITE-AUDIT.
000000     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
000000     MOVE WS-TIMESTAMP           TO AUDIT-TIMESTAMP.
000000     MOVE WS-STD-DATA            TO AUDIT-RAW-DATA.
000000     MOVE CST-RESULT-CODE        TO AUDIT-RESULT-CODE.
000000     MOVE WS-RESULT-DESC         TO AUDIT-RESULT-DESC.
000000     MOVE WS-RUN-ID              TO AUDIT-RUN-ID.
000000 CBV0001-WRITE-REJECT.
000000     MOVE WS-IN-CODE             TO REJ-CODE.
000000     MOVE WS-TIMESTAMP(1:8)      TO REJ-DATE.
000000     MOVE WS-STD-DATA            TO REJ-RAW-DATA.
000000     MOVE WS-CODE-RC             TO REJ-CODE-RC.
000000     MOVE WS-AMT-RC              TO REJ-AMT-RC.
000000     MOVE WS-DATE-RC             TO REJ-DATE-RC.
000000     MOVE WS-RUN-ID              TO REJ-RUN-ID.
000000     MOVE 'CBV0001V01'           TO REJ-PGM-ID.
000000     MOVE 'O'                    TO REJ-STATUS.
000000     MOVE WS-BAT-ORIG-SYS        TO REJ-ORIG-SYS.
000000     MOVE WS-BAT-ID              TO REJ-BATCH-ID.
000000     MOVE WS-FLD-RCS             TO REJ-FLD-RCS.
000000     MOVE WS-RAW-DATA            TO REJ-SRC-DATA.
000000     WRITE REJECT-RECORD
000000         INVALID KEY
000000             REWRITE REJECT-RECORD
000000*            全桁数字判定の算式）を加算
000000*/-------------------------------------------------------------/*
000000 CBV0001-WRITE-ACCEPT.
000000     MOVE WS-STD-DATA            TO ACCEPT-OUT-RECORD.
000000     IF WS-ACP-EXTRA > 0
000000         SUBTRACT 1 FROM WS-ACP-EXTRA
000000     ELSE
