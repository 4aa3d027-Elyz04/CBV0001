000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     CBV0001H01.
000000*/-------------------------------------------------------------/*
000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001H01
000000*    JOB NAME       :            CBV0001H（月次整理ジョブ）
000000*    INPUT          :            REJFILE （リジェクトサスペンス
000000*                                         マスタ）
000000*                                BATHIST （処理済みバッチ履歴）
000000*                                HPARM   （保存日数パラメタ）
000000*                                PURGLOG （前回異常終了時の
000000*                                         整理対象ログ）
000000*    OUTPUT         :            REJARCH （サスペンスアーカイブ）
000000*                                BHARCH  （バッチ履歴アーカイブ）
000000*                                PURGLOG （整理対象ログ）
000000*                                REJFILE／BATHIST（対象を削除）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*    PURPOSE        :            索引編成ファイルの整理処理
000000*                                （保存日数を過ぎた完了済み
000000*                                サスペンスレコードと処理済み
000000*                                バッチ履歴を日付付きアーカイブ
000000*                                へ切出して稼働ファイルから削除
000000*                                する。OPEN状態のサスペンスは
000000*                                対象外。異常終了時は整理対象
000000*                                ログを残し、再実行で前回の
000000*                                対象のみを再アーカイブ・削除
000000*                                して完了させる）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 : 初版作成
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT REJECT-FILE          ASSIGN TO "REJFILE"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS REJ-KEY
000000         FILE STATUS IS WS-REJFILE-STATUS.
000000     SELECT BATHIST-FILE         ASSIGN TO "BATHIST"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS BH-KEY
000000         FILE STATUS IS WS-BATHIST-STATUS.
000000     SELECT OPTIONAL HPARM-FILE      ASSIGN TO "HPARM"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-HPARM-STATUS.
000000     SELECT REJ-ARCH-FILE        ASSIGN TO "REJARCH"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REJARCH-STATUS.
000000     SELECT BH-ARCH-FILE         ASSIGN TO "BHARCH"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-BHARCH-STATUS.
000000     SELECT OPTIONAL PURGE-LOG-FILE  ASSIGN TO "PURGLOG"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-PURGLOG-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*/-------------------------------------------------------------/*
000000*  リジェクトサスペンスマスタ（コード・発生日キーの索引編成、
000000*  状態OPEN／RECYCLED／CANCELLED／RETURNED）
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
000000*  処理済みバッチ履歴ファイル（バッチID・計上日キーの索引
000000*  編成、CBV0001V01の再送チェックに使用）
000000*/-------------------------------------------------------------/*
000000 FD  BATHIST-FILE.
000000 01  BATHIST-RECORD.
000000     03 BH-KEY.
000000        05 BH-BATCH-ID           PIC X(08).
000000        05 BH-BUS-DATE           PIC X(08).
000000     03 BH-RUN-ID                PIC X(14).
000000     03 BH-TIMESTAMP             PIC X(21).
000000     03 BH-COUNT                 PIC 9(07).
000000     03 BH-HASH                  PIC 9(13).
000000*/-------------------------------------------------------------/*
000000*  整理パラメタファイル（保存日数、未指定・不正時は既定値）
000000*    サスペンス：発生日から、バッチ履歴：計上日からの日数
000000*/-------------------------------------------------------------/*
000000 FD  HPARM-FILE.
000000 01  HPARM-RECORD.
000000     03 HPARM-REJ-RETAIN         PIC 9(04).
000000     03 HPARM-BH-RETAIN          PIC 9(04).
000000     03 FILLER                   PIC X(72).
000000*/-------------------------------------------------------------/*
000000*  サスペンスアーカイブファイル（世代データセットとして
000000*  ジョブ側で日付管理）
000000*/-------------------------------------------------------------/*
000000 FD  REJ-ARCH-FILE.
000000 01  REJ-ARCH-RECORD             PIC X(504).
000000*/-------------------------------------------------------------/*
000000*  バッチ履歴アーカイブファイル（世代データセットとして
000000*  ジョブ側で日付管理）
000000*/-------------------------------------------------------------/*
000000 FD  BH-ARCH-FILE.
000000 01  BH-ARCH-RECORD              PIC X(71).
000000*/-------------------------------------------------------------/*
000000*  整理対象ログファイル（アーカイブしたレコードの写し。
000000*  リターンコード4以下ではジョブ側で削除、8以上・異常終了
000000*  時は保存され（アーカイブ世代は削除）、再実行時の整理
000000*  対象となる）
000000*/-------------------------------------------------------------/*
000000 FD  PURGE-LOG-FILE.
000000 01  PURGE-LOG-RECORD.
000000     03 PG-FILE-ID               PIC X(01).
000000        88 PG-REJECT                        VALUE 'R'.
000000        88 PG-BATHIST                       VALUE 'B'.
000000     03 PG-DATA                  PIC X(504).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000*/-------------------------------------------------------------/*
000000 01 WS-VARIABLES.
000000    03 WS-EOF-FLG                PIC X(01) VALUE 'N'.
000000       88 WS-EOF                           VALUE 'Y'.
000000    03 WS-RESTART-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-RESTART                       VALUE 'Y'.
000000    03 WS-RUN-DATE               PIC X(08).
000000    03 WS-RUN-DATE-N             PIC 9(08).
000000    03 WS-REJ-RETAIN             PIC 9(04).
000000    03 WS-BH-RETAIN              PIC 9(04).
000000    03 WS-REJ-CUTOFF             PIC 9(08).
000000    03 WS-BH-CUTOFF              PIC 9(08).
000000    03 WS-DATE-N                 PIC 9(08).
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000 01 WS-FILE-STATUS.
000000    03 WS-REJFILE-STATUS         PIC X(02).
000000    03 WS-BATHIST-STATUS         PIC X(02).
000000    03 WS-HPARM-STATUS           PIC X(02).
000000    03 WS-REJARCH-STATUS         PIC X(02).
000000    03 WS-BHARCH-STATUS          PIC X(02).
000000    03 WS-PURGLOG-STATUS         PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  制御合計カウンタ
000000*/-------------------------------------------------------------/*
000000 01 WS-TOTALS.
000000    03 WS-REJ-BEFORE             PIC 9(07) VALUE 0.
000000    03 WS-REJ-ARCHIVED           PIC 9(07) VALUE 0.
000000    03 WS-REJ-DELETED            PIC 9(07) VALUE 0.
000000    03 WS-REJ-GONE               PIC 9(07) VALUE 0.
000000    03 WS-REJ-KEPT               PIC 9(07) VALUE 0.
000000    03 WS-REJ-AFTER              PIC 9(07) VALUE 0.
000000    03 WS-REJ-OPEN-AFTER         PIC 9(07) VALUE 0.
000000    03 WS-BH-BEFORE              PIC 9(07) VALUE 0.
000000    03 WS-BH-ARCHIVED            PIC 9(07) VALUE 0.
000000    03 WS-BH-DELETED             PIC 9(07) VALUE 0.
000000    03 WS-BH-GONE                PIC 9(07) VALUE 0.
000000    03 WS-BH-KEPT                PIC 9(07) VALUE 0.
000000    03 WS-BH-AFTER               PIC 9(07) VALUE 0.
000000    03 WS-CHECK-COUNT            PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  定数定義
000000*/-------------------------------------------------------------/*
000000 01 CST-VARIABLES.
000000    03 CST-TIMESTAMP             PIC X(21).
000000    03 CST-REJ-RETAIN            PIC 9(04) VALUE 90.
000000    03 CST-BH-RETAIN             PIC 9(04) VALUE 400.
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            保存日数の決定・再実行判定・整理対象の切出し・
000000*            稼働ファイルからの削除・整理後件数の集計
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     PERFORM CBV0001-INIT-WS.
000000     PERFORM CBV0001-OPEN-FILES.
000000     PERFORM CBV0001-CHECK-RESTART.
000000     PERFORM CBV0001-SELECT-REJECT.
000000     PERFORM CBV0001-SELECT-BATHIST.
000000     CLOSE REJ-ARCH-FILE.
000000     CLOSE BH-ARCH-FILE.
000000     PERFORM CBV0001-PURGE-LIVE.
000000     PERFORM CBV0001-COUNT-AFTER.
000000     PERFORM CBV0001-PRINT-TOTALS.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-INIT-WS
000000* OVERVIEW : ワーク変数初期化処理
000000*            保存日数の決定（パラメタ指定優先、未指定・
000000*            不正時は既定値）と整理基準日の算出
000000*/-------------------------------------------------------------/*
000000 CBV0001-INIT-WS.
000000     MOVE FUNCTION CURRENT-DATE  TO CST-TIMESTAMP.
000000     MOVE CST-TIMESTAMP(1:8)     TO WS-RUN-DATE.
000000     MOVE WS-RUN-DATE            TO WS-RUN-DATE-N.
000000     MOVE CST-REJ-RETAIN         TO WS-REJ-RETAIN.
000000     MOVE CST-BH-RETAIN          TO WS-BH-RETAIN.
000000     OPEN INPUT HPARM-FILE.
000000     IF WS-HPARM-STATUS = '00'
000000         READ HPARM-FILE
000000             AT END
000000                 CONTINUE
000000             NOT AT END
000000                 IF HPARM-REJ-RETAIN IS NUMERIC
000000                 AND HPARM-REJ-RETAIN > 0
000000                     MOVE HPARM-REJ-RETAIN TO WS-REJ-RETAIN
000000                 ELSE
000000                     DISPLAY 'CBV0001H01: SUSPENSE RETENTION'
000000                             ' INVALID - DEFAULT USED'
000000                 END-IF
000000                 IF HPARM-BH-RETAIN IS NUMERIC
000000                 AND HPARM-BH-RETAIN > 0
000000                     MOVE HPARM-BH-RETAIN TO WS-BH-RETAIN
000000                 ELSE
000000                     DISPLAY 'CBV0001H01: BATCH HISTORY RETENTION'
000000                             ' INVALID - DEFAULT USED'
000000                 END-IF
000000         END-READ
000000     END-IF.
000000     CLOSE HPARM-FILE.
000000     COMPUTE WS-REJ-CUTOFF = FUNCTION DATE-OF-INTEGER(
000000             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
000000           - WS-REJ-RETAIN).
000000     COMPUTE WS-BH-CUTOFF = FUNCTION DATE-OF-INTEGER(
000000             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
000000           - WS-BH-RETAIN).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-OPEN-FILES
000000* OVERVIEW : ファイルオープン処理
000000*            （稼働ファイルの状態97は前回異常終了後の暗黙
000000*            VERIFY成功のため正常とする。失敗時はRC8で終了し、
000000*            整理対象ログはジョブ側で保存）
000000*/-------------------------------------------------------------/*
000000 CBV0001-OPEN-FILES.
000000     OPEN INPUT REJECT-FILE.
000000     IF WS-REJFILE-STATUS NOT = '00'
000000     AND WS-REJFILE-STATUS NOT = '97'
000000         DISPLAY 'CBV0001H01: SUSPENSE FILE OPEN FAILED -'
000000                 ' STATUS=' WS-REJFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT BATHIST-FILE.
000000     IF WS-BATHIST-STATUS NOT = '00'
000000     AND WS-BATHIST-STATUS NOT = '97'
000000         DISPLAY 'CBV0001H01: BATCH HISTORY OPEN FAILED -'
000000                 ' STATUS=' WS-BATHIST-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REJ-ARCH-FILE.
000000     IF WS-REJARCH-STATUS NOT = '00'
000000         DISPLAY 'CBV0001H01: SUSPENSE ARCHIVE OPEN FAILED -'
000000                 ' STATUS=' WS-REJARCH-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT BH-ARCH-FILE.
000000     IF WS-BHARCH-STATUS NOT = '00'
000000         DISPLAY 'CBV0001H01: BATCH HISTORY ARCHIVE OPEN'
000000                 ' FAILED - STATUS=' WS-BHARCH-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-RESTART
000000* OVERVIEW : 再実行判定処理
000000*            前回異常終了で保存された整理対象ログがあれば
000000*            再実行とし、ログのレコードを今回のアーカイブへ
000000*            再出力（前回のアーカイブ世代は異常終了で削除
000000*            済み）。ログがなければ新規に作成
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-RESTART.
000000     OPEN INPUT PURGE-LOG-FILE.
000000     IF WS-PURGLOG-STATUS = '00'
000000         PERFORM UNTIL WS-EOF
000000             READ PURGE-LOG-FILE
000000                 AT END
000000                     SET WS-EOF  TO TRUE
000000                 NOT AT END
000000                     SET WS-RESTART TO TRUE
000000                     PERFORM CBV0001-COPY-ONE-LOG
000000             END-READ
000000         END-PERFORM
000000     END-IF.
000000     CLOSE PURGE-LOG-FILE.
000000     IF WS-RESTART
000000         DISPLAY 'CBV0001H01: PURGE LOG FROM AN EARLIER RUN'
000000                 ' FOUND - COMPLETING THAT RUN, NO NEW'
000000                 ' SELECTION'
000000     ELSE
000000         OPEN OUTPUT PURGE-LOG-FILE
000000         IF WS-PURGLOG-STATUS NOT = '00'
000000             DISPLAY 'CBV0001H01: PURGE LOG OPEN FAILED -'
000000                     ' STATUS=' WS-PURGLOG-STATUS
000000             MOVE 8              TO RETURN-CODE
000000             STOP RUN
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-COPY-ONE-LOG
000000* OVERVIEW : 整理対象ログ1件再アーカイブ処理
000000*            ファイル区分に応じ該当アーカイブへ出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-COPY-ONE-LOG.
000000     EVALUATE TRUE
000000         WHEN PG-REJECT
000000             WRITE REJ-ARCH-RECORD FROM PG-DATA
000000             ADD 1 TO WS-REJ-ARCHIVED
000000         WHEN PG-BATHIST
000000             WRITE BH-ARCH-RECORD FROM PG-DATA(1:71)
000000             ADD 1 TO WS-BH-ARCHIVED
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SELECT-REJECT
000000* OVERVIEW : サスペンス整理対象切出し処理
000000*            全件を順読みして整理前件数を計上し、新規実行
000000*            時は整理対象をアーカイブ・整理対象ログへ出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-SELECT-REJECT.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     MOVE LOW-VALUES             TO REJ-KEY.
000000     START REJECT-FILE KEY NOT < REJ-KEY
000000         INVALID KEY
000000             SET WS-EOF          TO TRUE
000000     END-START.
000000     PERFORM UNTIL WS-EOF
000000         READ REJECT-FILE NEXT
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 ADD 1 TO WS-REJ-BEFORE
000000                 IF NOT WS-RESTART
000000                     PERFORM CBV0001-SELECT-ONE-REJ
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SELECT-ONE-REJ
000000* OVERVIEW : サスペンス1件整理判定処理
000000*            OPEN以外の状態で発生日が整理基準日より前の
000000*            レコードを整理対象とする（発生日不正は対象外）
000000*/-------------------------------------------------------------/*
000000 CBV0001-SELECT-ONE-REJ.
000000     IF NOT REJ-OPEN
000000     AND REJ-DATE IS NUMERIC
000000         MOVE REJ-DATE           TO WS-DATE-N
000000         IF WS-DATE-N < WS-REJ-CUTOFF
000000             WRITE REJ-ARCH-RECORD FROM REJECT-RECORD
000000             MOVE 'R'            TO PG-FILE-ID
000000             MOVE REJECT-RECORD  TO PG-DATA
000000             WRITE PURGE-LOG-RECORD
000000             ADD 1 TO WS-REJ-ARCHIVED
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SELECT-BATHIST
000000* OVERVIEW : バッチ履歴整理対象切出し処理
000000*            全件を順読みして整理前件数を計上し、新規実行
000000*            時は整理対象をアーカイブ・整理対象ログへ出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-SELECT-BATHIST.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     MOVE LOW-VALUES             TO BH-KEY.
000000     START BATHIST-FILE KEY NOT < BH-KEY
000000         INVALID KEY
000000             SET WS-EOF          TO TRUE
000000     END-START.
000000     PERFORM UNTIL WS-EOF
000000         READ BATHIST-FILE NEXT
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 ADD 1 TO WS-BH-BEFORE
000000                 IF NOT WS-RESTART
000000                     PERFORM CBV0001-SELECT-ONE-BH
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     IF NOT WS-RESTART
000000         CLOSE PURGE-LOG-FILE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SELECT-ONE-BH
000000* OVERVIEW : バッチ履歴1件整理判定処理
000000*            計上日が整理基準日より前のレコードを整理対象
000000*            とする（計上日不正は対象外）
000000*/-------------------------------------------------------------/*
000000 CBV0001-SELECT-ONE-BH.
000000     IF BH-BUS-DATE IS NUMERIC
000000         MOVE BH-BUS-DATE        TO WS-DATE-N
000000         IF WS-DATE-N < WS-BH-CUTOFF
000000             WRITE BH-ARCH-RECORD FROM BATHIST-RECORD
000000             MOVE 'B'            TO PG-FILE-ID
000000             MOVE SPACES         TO PG-DATA
000000             MOVE BATHIST-RECORD TO PG-DATA
000000             WRITE PURGE-LOG-RECORD
000000             ADD 1 TO WS-BH-ARCHIVED
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PURGE-LIVE
000000* OVERVIEW : 稼働ファイル削除処理
000000*            整理対象ログの各レコードを稼働ファイルから削除
000000*            （再実行時の削除済みレコードは読み飛ばし）
000000*            オープン失敗時はRC8で終了し、ジョブ側で今回の
000000*            アーカイブ世代を削除・整理対象ログを保存
000000*/-------------------------------------------------------------/*
000000 CBV0001-PURGE-LIVE.
000000     CLOSE REJECT-FILE.
000000     CLOSE BATHIST-FILE.
000000     OPEN I-O REJECT-FILE.
000000     IF WS-REJFILE-STATUS NOT = '00'
000000     AND WS-REJFILE-STATUS NOT = '97'
000000         DISPLAY 'CBV0001H01: SUSPENSE FILE UPDATE OPEN FAILED'
000000                 ' - STATUS=' WS-REJFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN I-O BATHIST-FILE.
000000     IF WS-BATHIST-STATUS NOT = '00'
000000     AND WS-BATHIST-STATUS NOT = '97'
000000         DISPLAY 'CBV0001H01: BATCH HISTORY UPDATE OPEN FAILED'
000000                 ' - STATUS=' WS-BATHIST-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN INPUT PURGE-LOG-FILE.
000000     IF WS-PURGLOG-STATUS NOT = '00'
000000         DISPLAY 'CBV0001H01: PURGE LOG REOPEN FAILED -'
000000                 ' NOTHING DELETED'
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     MOVE 'N'                    TO WS-EOF-FLG.
000000     PERFORM UNTIL WS-EOF
000000         READ PURGE-LOG-FILE
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 EVALUATE TRUE
000000                     WHEN PG-REJECT
000000                         PERFORM CBV0001-PURGE-ONE-REJ
000000                     WHEN PG-BATHIST
000000                         PERFORM CBV0001-PURGE-ONE-BH
000000                     WHEN OTHER
000000                         CONTINUE
000000                 END-EVALUATE
000000         END-READ
000000     END-PERFORM.
000000     CLOSE PURGE-LOG-FILE.
000000     CLOSE REJECT-FILE.
000000     CLOSE BATHIST-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PURGE-ONE-REJ
000000* OVERVIEW : サスペンス1件削除処理
000000*            稼働レコードがアーカイブ時と同一の場合のみ削除
000000*            （アーカイブ後に同一キーで再リジェクト・状態
000000*            変更されたレコードは残す）
000000*/-------------------------------------------------------------/*
000000 CBV0001-PURGE-ONE-REJ.
000000     MOVE PG-DATA(1:17)          TO REJ-KEY.
000000     READ REJECT-FILE
000000         INVALID KEY
000000             ADD 1 TO WS-REJ-GONE
000000         NOT INVALID KEY
000000             IF REJECT-RECORD = PG-DATA
000000                 DELETE REJECT-FILE RECORD
000000                     INVALID KEY
000000                         DISPLAY 'CBV0001H01: SUSPENSE DELETE'
000000                                 ' FAILED - STATUS='
000000                                 WS-REJFILE-STATUS
000000                         ADD 1 TO WS-REJ-KEPT
000000                     NOT INVALID KEY
000000                         ADD 1 TO WS-REJ-DELETED
000000                 END-DELETE
000000             ELSE
000000                 DISPLAY 'CBV0001H01: SUSPENSE ' REJ-CODE '/'
000000                         REJ-DATE ' CHANGED SINCE ARCHIVED'
000000                         ' - KEPT'
000000                 ADD 1 TO WS-REJ-KEPT
000000             END-IF
000000     END-READ.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PURGE-ONE-BH
000000* OVERVIEW : バッチ履歴1件削除処理
000000*            稼働レコードがアーカイブ時と同一の場合のみ削除
000000*            （アーカイブ後に再処理で書替えられた履歴は残す）
000000*/-------------------------------------------------------------/*
000000 CBV0001-PURGE-ONE-BH.
000000     MOVE PG-DATA(1:16)          TO BH-KEY.
000000     READ BATHIST-FILE
000000         INVALID KEY
000000             ADD 1 TO WS-BH-GONE
000000         NOT INVALID KEY
000000             IF BATHIST-RECORD = PG-DATA(1:71)
000000                 DELETE BATHIST-FILE RECORD
000000                     INVALID KEY
000000                         DISPLAY 'CBV0001H01: BATCH HISTORY'
000000                                 ' DELETE FAILED - STATUS='
000000                                 WS-BATHIST-STATUS
000000                         ADD 1 TO WS-BH-KEPT
000000                     NOT INVALID KEY
000000                         ADD 1 TO WS-BH-DELETED
000000                 END-DELETE
000000             ELSE
000000                 DISPLAY 'CBV0001H01: BATCH HISTORY ' BH-BATCH-ID
000000                         '/' BH-BUS-DATE ' CHANGED SINCE'
000000                         ' ARCHIVED - KEPT'
000000                 ADD 1 TO WS-BH-KEPT
000000             END-IF
000000     END-READ.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-COUNT-AFTER
000000* OVERVIEW : 整理後件数集計処理
000000*            稼働ファイルを再度順読みし整理後件数を計上
000000*            （サスペンスはOPEN状態の件数も計上）
000000*/-------------------------------------------------------------/*
000000 CBV0001-COUNT-AFTER.
000000     OPEN INPUT REJECT-FILE.
000000     IF WS-REJFILE-STATUS = '00' OR WS-REJFILE-STATUS = '97'
000000         MOVE 'N'                TO WS-EOF-FLG
000000         PERFORM UNTIL WS-EOF
000000             READ REJECT-FILE NEXT
000000                 AT END
000000                     SET WS-EOF  TO TRUE
000000                 NOT AT END
000000                     ADD 1 TO WS-REJ-AFTER
000000                     IF REJ-OPEN
000000                         ADD 1 TO WS-REJ-OPEN-AFTER
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         CLOSE REJECT-FILE
000000     END-IF.
000000     OPEN INPUT BATHIST-FILE.
000000     IF WS-BATHIST-STATUS = '00' OR WS-BATHIST-STATUS = '97'
000000         MOVE 'N'                TO WS-EOF-FLG
000000         PERFORM UNTIL WS-EOF
000000             READ BATHIST-FILE NEXT
000000                 AT END
000000                     SET WS-EOF  TO TRUE
000000                 NOT AT END
000000                     ADD 1 TO WS-BH-AFTER
000000             END-READ
000000         END-PERFORM
000000         CLOSE BATHIST-FILE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TOTALS
000000* OVERVIEW : 整理結果出力処理
000000*            ファイル別の整理前・アーカイブ・削除・整理後
000000*            件数を出力し、整理前－削除＝整理後の照合不一致
000000*            時はリターンコード4
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TOTALS.
000000     MOVE 0                      TO RETURN-CODE.
000000     DISPLAY ' ====================================== '.
000000     DISPLAY ' CBV0001H01 HOUSEKEEPING SUMMARY  DATE='
000000             WS-RUN-DATE.
000000     IF WS-RESTART
000000         DISPLAY ' RESTART - EARLIER PURGE LOG COMPLETED'
000000     END-IF.
000000     DISPLAY ' ====================================== '.
000000     DISPLAY ' SUSPENSE (REJFILE)  RETAIN DAYS  : ' WS-REJ-RETAIN
000000             '  CUTOFF : ' WS-REJ-CUTOFF.
000000     DISPLAY '   BEFORE                : ' WS-REJ-BEFORE.
000000     DISPLAY '   ARCHIVED              : ' WS-REJ-ARCHIVED.
000000     DISPLAY '   DELETED               : ' WS-REJ-DELETED.
000000     DISPLAY '   ALREADY DELETED       : ' WS-REJ-GONE.
000000     DISPLAY '   CHANGED - KEPT        : ' WS-REJ-KEPT.
000000     DISPLAY '   AFTER                 : ' WS-REJ-AFTER.
000000     DISPLAY '   AFTER - OPEN          : ' WS-REJ-OPEN-AFTER.
000000     DISPLAY ' BATCH HISTORY (BATHIST) RETAIN DAYS : '
000000             WS-BH-RETAIN '  CUTOFF : ' WS-BH-CUTOFF.
000000     DISPLAY '   BEFORE                : ' WS-BH-BEFORE.
000000     DISPLAY '   ARCHIVED              : ' WS-BH-ARCHIVED.
000000     DISPLAY '   DELETED               : ' WS-BH-DELETED.
000000     DISPLAY '   ALREADY DELETED       : ' WS-BH-GONE.
000000     DISPLAY '   CHANGED - KEPT        : ' WS-BH-KEPT.
000000     DISPLAY '   AFTER                 : ' WS-BH-AFTER.
000000     DISPLAY ' ====================================== '.
000000     COMPUTE WS-CHECK-COUNT = WS-REJ-BEFORE - WS-REJ-DELETED.
000000     IF WS-CHECK-COUNT NOT = WS-REJ-AFTER
000000         DISPLAY 'CBV0001H01: SUSPENSE COUNTS DO NOT BALANCE -'
000000                 ' BEFORE-DELETED=' WS-CHECK-COUNT
000000                 ' AFTER=' WS-REJ-AFTER
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     COMPUTE WS-CHECK-COUNT = WS-BH-BEFORE - WS-BH-DELETED.
000000     IF WS-CHECK-COUNT NOT = WS-BH-AFTER
000000         DISPLAY 'CBV0001H01: BATCH HISTORY COUNTS DO NOT'
000000                 ' BALANCE - BEFORE-DELETED=' WS-CHECK-COUNT
000000                 ' AFTER=' WS-BH-AFTER
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     EXIT.
000000*****************************************************************
