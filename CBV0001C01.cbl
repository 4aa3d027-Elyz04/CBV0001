000000*    JOB NAME       :            CBV0001J（STEP008）
000000*    INPUT          :            REJFILE （リジェクトファイル）
000000*                                CORRFILE（訂正トランファイル）
000000*                                ONLCORR （オンライン訂正キュー）
000000*                                CPARM   （エージング日数パラメタ）
000000*    OUTPUT         :            RECYCLE （再投入ファイル）
000000*                                AGERPT  （エージングレポート）
000000*        2026/09/02 : レビュー指摘対応（アクション不正の訂正
000000*                     トランを未突合と区別して独立計上し、
000000*                     レポートへ専用行を追加）
000000*        2026/10/15 : リジェクトサスペンスレコードへ発生元
000000*                     システム・バッチIDを追加、状態RETURNED
000000*                     （発生元システムへ返却済み、CBV0001F01が
000000*                     設定）を追加しエージングレポートへ状態別
000000*                     件数を追加
000000*        2026/10/15 : 同一実行IDでの再実行対応（前回試行で
000000*                     正常終了済みの場合はCBV0001S02の判定
000000*                     によりSKIPを記録して前回の終了コード
000000*                     で終了）
000000*        2026/10/15 : オンライン訂正キュー（CBV0001W01の作業
000000*                     キュー画面で登録・チェック済みの訂正
000000*                     アクション）を訂正トランの後に反映し、
000000*                     反映したエントリをキューから削除、
000000*                     レポートへオンライン訂正件数を追加
000000*        2026/10/15 : リジェクトサスペンスレコードへ項目別
000000*                     結果コード（最大10項目）を追加（発生元
000000*                     システム別明細レイアウト対応に追随）
000000*        2026/10/15 : リジェクトサスペンスレコードへ入力
000000*                     レコード原データ（200バイト）を追加
000000*                     （再投入は従来どおり標準レイアウトの
000000*                     イメージを使用）
000000*        2026/10/15 : 開始記録をファイルオープン前に出力し、
000000*                     オープン失敗時もRC8の終了記録を出力
000000*                     （オープン失敗ステップを再実行で再開
000000*                     可能にする）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000     SELECT OPTIONAL CORR-FILE       ASSIGN TO "CORRFILE"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-CORRFILE-STATUS.
000000     SELECT OPTIONAL ONLCORR-FILE    ASSIGN TO "ONLCORR"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS OQ-KEY
000000         FILE STATUS IS WS-ONLCORR-STATUS.
000000     SELECT OPTIONAL CPARM-FILE      ASSIGN TO "CPARM"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-CPARM-STATUS.
000000*/-------------------------------------------------------------/*
000000*  リジェクトサスペンスマスタ（CBV0001V01のチェック不合格
000000*  レコード、コード・発生日キーの索引編成、状態
000000*  OPEN／RECYCLED／CANCELLED／RETURNEDでライフサイクル
000000*  管理、発生元システム・バッチIDを保持）
000000*/-------------------------------------------------------------/*
000000 FD  REJECT-FILE.
000000 01  REJECT-RECORD.
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
000000*  訂正トランファイル（データエントリ部門の訂正レコード、
000000*  アクション空白／'R'＝再投入、'C'＝取消、'W'＝償却）
000000        88 CORR-CANCEL                      VALUE 'C'.
000000        88 CORR-WRITEOFF                    VALUE 'W'.
000000*/-------------------------------------------------------------/*
000000*  オンライン訂正キュー（CBV0001W01で登録・チェック済みの
000000*  訂正アクション、サスペンスマスタと同一キー）
000000*/-------------------------------------------------------------/*
000000 FD  ONLCORR-FILE.
000000 01  ONLCORR-RECORD.
000000 COPY CBV0001WC.
000000*/-------------------------------------------------------------/*
000000*  エージング日数パラメタファイル
000000*/-------------------------------------------------------------/*
000000 FD  CPARM-FILE.
000000       88 WS-REJ-AVAIL                     VALUE 'Y'.
000000    03 WS-CORR-EOF-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-CORR-EOF                      VALUE 'Y'.
000000    03 WS-ONL-AVAIL-FLG          PIC X(01) VALUE 'N'.
000000       88 WS-ONL-AVAIL                     VALUE 'Y'.
000000    03 WS-ONL-EOF-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-ONL-EOF                       VALUE 'Y'.
000000    03 WS-SCAN-EOF-FLG           PIC X(01).
000000       88 WS-SCAN-EOF                      VALUE 'Y'.
000000    03 WS-REJ-FOUND-FLG          PIC X(01).
000000 01 WS-FILE-STATUS.
000000    03 WS-REJFILE-STATUS         PIC X(02).
000000    03 WS-CORRFILE-STATUS        PIC X(02).
000000    03 WS-ONLCORR-STATUS         PIC X(02).
000000    03 WS-CPARM-STATUS           PIC X(02).
000000    03 WS-RECYCLE-STATUS         PIC X(02).
000000    03 WS-REPORT-STATUS          PIC X(02).
000000 01 WS-TOTALS.
000000    03 WS-TOT-REJ-READ           PIC 9(07) VALUE 0.
000000    03 WS-TOT-CORR-READ          PIC 9(07) VALUE 0.
000000    03 WS-TOT-ONL-READ           PIC 9(07) VALUE 0.
000000    03 WS-TOT-RECYCLED           PIC 9(07) VALUE 0.
000000    03 WS-TOT-CANCELLED          PIC 9(07) VALUE 0.
000000    03 WS-TOT-CORR-UNMATCHED     PIC 9(07) VALUE 0.
000000    03 WS-TOT-STAT-OPEN          PIC 9(07) VALUE 0.
000000    03 WS-TOT-STAT-RECYCLED      PIC 9(07) VALUE 0.
000000    03 WS-TOT-STAT-CANCELLED     PIC 9(07) VALUE 0.
000000    03 WS-TOT-STAT-RETURNED      PIC 9(07) VALUE 0.
000000    03 WS-BAT-COUNT              PIC 9(07) VALUE 0.
000000    03 WS-BAT-HASH               PIC 9(13) VALUE 0.
000000*/-------------------------------------------------------------/*
000000    03 CST-TIMESTAMP             PIC X(21).
000000    03 CST-AGE-LIMIT             PIC 9(03) VALUE 7.
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
000000     PERFORM CBV0001-WRITE-RCY-HEADER.
000000     PERFORM CBV0001-MATCH-CORRECTIONS.
000000     PERFORM CBV0001-MATCH-ONLINE-CORR.
000000     PERFORM CBV0001-WRITE-RCY-TRAILER.
000000     PERFORM CBV0001-PRINT-AGING.
000000     PERFORM CBV0001-CLOSE-FILES.
000000         DISPLAY 'CBV0001C01: CORRECTION FILE NOT AVAILABLE -'
000000                 ' NO CORRECTIONS APPLIED'
000000     END-IF.
000000     OPEN I-O ONLCORR-FILE.
000000     IF WS-ONLCORR-STATUS = '00' OR WS-ONLCORR-STATUS = '05'
000000         SET WS-ONL-AVAIL        TO TRUE
000000     ELSE
000000         DISPLAY 'CBV0001C01: ONLINE CORRECTION QUEUE NOT'
000000                 ' AVAILABLE - STATUS=' WS-ONLCORR-STATUS
000000     END-IF.
000000     OPEN OUTPUT RECYCLE-FILE.
000000     IF WS-RECYCLE-STATUS NOT = '00'
000000         DISPLAY 'CBV0001C01: RECYCLE FILE OPEN FAILED -'
000000                 ' STATUS=' WS-RECYCLE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000         DISPLAY 'CBV0001C01: REPORT FILE OPEN FAILED -'
000000                 ' STATUS=' WS-REPORT-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000         CLOSE REJECT-FILE
000000     END-IF.
000000     CLOSE CORR-FILE.
000000     IF WS-ONL-AVAIL
000000         CLOSE ONLCORR-FILE
000000     END-IF.
000000     CLOSE RECYCLE-FILE.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-MATCH-ONLINE-CORR
000000* OVERVIEW : オンライン訂正キュー反映処理
000000*            キューの全エントリをキー順に読み、同一キーの
000000*            サスペンスレコードがOPEN状態であれば訂正トランと
000000*            同様にアクションを反映してエントリを削除
000000*            （サスペンスマスタ使用不可時はキューを保持）
000000*/-------------------------------------------------------------/*
000000 CBV0001-MATCH-ONLINE-CORR.
000000     IF WS-ONL-AVAIL AND WS-REJ-AVAIL
000000         MOVE LOW-VALUES         TO OQ-KEY
000000         START ONLCORR-FILE KEY NOT < OQ-KEY
000000             INVALID KEY
000000                 SET WS-ONL-EOF  TO TRUE
000000         END-START
000000         PERFORM UNTIL WS-ONL-EOF
000000             READ ONLCORR-FILE NEXT
000000                 AT END
000000                     SET WS-ONL-EOF TO TRUE
000000                 NOT AT END
000000                     ADD 1 TO WS-TOT-ONL-READ
000000                     PERFORM CBV0001-MATCH-ONE-ONLINE
000000             END-READ
000000         END-PERFORM
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-MATCH-ONE-ONLINE
000000* OVERVIEW : オンライン訂正1件反映処理
000000*            エントリを訂正トランの項目へ移送し、キー一致の
000000*            OPENサスペンスレコードへ反映（OPENでなければ
000000*            未突合として計上）、処理済みエントリを削除
000000*/-------------------------------------------------------------/*
000000 CBV0001-MATCH-ONE-ONLINE.
000000     MOVE OQ-REJ-CODE            TO CORR-ORIG-CODE.
000000     MOVE OQ-NEW-DATA            TO CORR-NEW-DATA.
000000     MOVE OQ-ACTION              TO CORR-ACTION.
000000     MOVE OQ-KEY                 TO REJ-KEY.
000000     READ REJECT-FILE
000000         INVALID KEY
000000             MOVE 'N'            TO WS-REJ-FOUND-FLG
000000         NOT INVALID KEY
000000             MOVE 'Y'            TO WS-REJ-FOUND-FLG
000000     END-READ.
000000     IF WS-REJ-FOUND AND REJ-OPEN
000000         PERFORM CBV0001-APPLY-ONE-CORR
000000     ELSE
000000         ADD 1 TO WS-TOT-CORR-UNMATCHED
000000         DISPLAY 'CBV0001C01: ONLINE CORRECTION FOR CODE '
000000                 OQ-REJ-CODE ' DATE ' OQ-REJ-DATE
000000                 ' HAS NO OPEN REJECT'
000000     END-IF.
000000     DELETE ONLCORR-FILE RECORD
000000         INVALID KEY
000000             DISPLAY 'CBV0001C01: ONLINE CORRECTION QUEUE DELETE'
000000                     ' FAILED - STATUS=' WS-ONLCORR-STATUS
000000     END-DELETE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-ONE-CORR
000000* OVERVIEW : 訂正アクション反映処理
000000*            再投入（状態RECYCLED＋再投入ファイル出力）、
000000     MOVE 'STATUS CANCELLED'     TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-STAT-CANCELLED  TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'STATUS RETURNED TO SOURCE' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-STAT-RETURNED   TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'CORRECTIONS READ'     TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-CORR-READ       TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'ONLINE CORRECTIONS READ'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-ONL-READ        TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'RECYCLED FOR REVALIDATION'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-RECYCLED        TO RPT-TOT-COUNT.
000000             ADD 1 TO WS-TOT-STAT-RECYCLED
000000         WHEN REJ-CANCELLED
000000             ADD 1 TO WS-TOT-STAT-CANCELLED
000000         WHEN REJ-RETURNED
000000             ADD 1 TO WS-TOT-STAT-RETURNED
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
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
000000     MOVE 'CBV0001C01'           TO S02-PGM-ID.
000000     CALL 'CBV0001S02'           USING S02-PARM-AREA.
000000     IF S02-SKIP
000000         DISPLAY 'CBV0001C01: COMPLETED IN RUN ' WS-RUN-ID
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
