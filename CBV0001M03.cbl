000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     CBV0001M03.
000000*/-------------------------------------------------------------/*
000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001M03
000000*    JOB NAME       :            CBV0001J（STEP006）
000000*    INPUT          :            CALTRAN （カレンダ保守トラン）
000000*                                CALFILE （休日カレンダ）
000000*    OUTPUT         :            CALFILE （休日カレンダ）
000000*                                CALRPT  （保守結果レポート）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*    PURPOSE        :            地域別休日カレンダの保守バッチ
000000*                                （追加・変更・削除トランの
000000*                                検証・反映、年末の翌年分
000000*                                カレンダ雛形生成、カレンダ上の
000000*                                不正日付の摘出と保守前後件数
000000*                                レポートの出力）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 : 初版作成
000000*        2026/10/15 : 同一実行IDでの再実行対応（前回試行で
000000*                     正常終了済みの場合はCBV0001S02の判定
000000*                     によりSKIPを記録して前回の終了コード
000000*                     で終了）
000000*        2026/10/15 : 開始記録をファイルオープン前に出力し、
000000*                     オープン失敗時もRC8の終了記録を出力
000000*                     （オープン失敗ステップを再実行で再開
000000*                     可能にする）
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT CALTRAN-FILE         ASSIGN TO "CALTRAN"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-CALTRAN-STATUS.
000000     SELECT OPTIONAL CAL-FILE        ASSIGN TO "CALFILE"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CAL-KEY
000000         FILE STATUS IS WS-CALFILE-STATUS.
000000     SELECT REPORT-FILE          ASSIGN TO "CALRPT"
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
000000*  カレンダ保守トランザクションファイル
000000*  （アクション'A'＝休日追加、'C'＝名称変更（雛形の確定）、
000000*  'D'＝休日削除、'G'＝日付の年の休日を翌年へ複写した雛形
000000*  生成（日付空白時は当年）、地域空白は共通カレンダ、
000000*  'G'の地域'********'は全地域）
000000*/-------------------------------------------------------------/*
000000 FD  CALTRAN-FILE.
000000 01  CALTRAN-RECORD.
000000     03 CTRN-ACTION              PIC X(01).
000000     03 CTRN-REGION              PIC X(08).
000000        88 CTRN-ALL-REGIONS                 VALUE ALL '*'.
000000     03 CTRN-DATE                PIC X(08).
000000     03 CTRN-DESC                PIC X(30).
000000*/-------------------------------------------------------------/*
000000*  休日カレンダファイル（地域（発生元システム）・日付キー、
000000*  地域空白は地域別カレンダを持たない発生元の共通カレンダ）
000000*/-------------------------------------------------------------/*
000000 FD  CAL-FILE.
000000 01  CAL-RECORD.
000000     03 CAL-KEY.
000000        05 CAL-REGION            PIC X(08).
000000        05 CAL-DATE              PIC X(08).
000000     03 CAL-DESC                 PIC X(30).
000000     03 CAL-SOURCE               PIC X(01).
000000        88 CAL-MAINTAINED                   VALUE 'M'.
000000        88 CAL-GENERATED                    VALUE 'G'.
000000*/-------------------------------------------------------------/*
000000*  保守結果レポートファイル
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
000000    03 WS-EOF-FLG                PIC X(01) VALUE 'N'.
000000       88 WS-EOF                           VALUE 'Y'.
000000    03 WS-CAL-EOF-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-CAL-EOF                       VALUE 'Y'.
000000    03 WS-DATE-OK-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-DATE-OK                       VALUE 'Y'.
000000    03 WS-REJECT-DESC            PIC X(30).
000000    03 WS-TRAN-STATUS            PIC X(09).
000000    03 WS-RUN-ID                 PIC X(14) VALUE SPACES.
000000    03 WS-RS-EVENT               PIC X(05).
000000    03 WS-GEN-REGION             PIC X(08).
000000    03 WS-GEN-FROM-YY            PIC 9(04).
000000    03 WS-GEN-TO-YY              PIC 9(04).
000000    03 WS-GEN-KEY                PIC X(16).
000000    03 WS-GEN-DESC               PIC X(30).
000000*/-------------------------------------------------------------/*
000000*  日付チェック作業領域
000000*/-------------------------------------------------------------/*
000000 01 WS-DATE-WORK.
000000    03 WS-DATE-X                 PIC X(08).
000000    03 WS-DATE-PARTS REDEFINES WS-DATE-X.
000000       05 WS-DATE-YY             PIC 9(04).
000000       05 WS-DATE-MM             PIC 9(02).
000000       05 WS-DATE-DD             PIC 9(02).
000000    03 WS-DAY-MAX                PIC 9(02).
000000    03 WS-LEAP-REM               PIC 9(04).
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000 01 WS-FILE-STATUS.
000000    03 WS-CALTRAN-STATUS         PIC X(02).
000000    03 WS-CALFILE-STATUS         PIC X(02).
000000    03 WS-REPORT-STATUS          PIC X(02).
000000    03 WS-RUNCTL-STATUS          PIC X(02).
000000    03 WS-RUNSTAT-STATUS         PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  制御合計カウンタ
000000*/-------------------------------------------------------------/*
000000 01 WS-TOTALS.
000000    03 WS-TOT-BEFORE             PIC 9(07) VALUE 0.
000000    03 WS-TOT-AFTER              PIC 9(07) VALUE 0.
000000    03 WS-TOT-MALFORMED          PIC 9(07) VALUE 0.
000000    03 WS-TOT-READ               PIC 9(07) VALUE 0.
000000    03 WS-TOT-ADDED              PIC 9(07) VALUE 0.
000000    03 WS-TOT-CHANGED            PIC 9(07) VALUE 0.
000000    03 WS-TOT-DELETED            PIC 9(07) VALUE 0.
000000    03 WS-TOT-GENERATED          PIC 9(07) VALUE 0.
000000    03 WS-TOT-GEN-EXISTS         PIC 9(07) VALUE 0.
000000    03 WS-TOT-GEN-NOT-CARRIED    PIC 9(07) VALUE 0.
000000    03 WS-TOT-REJECTED           PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  レポート編集行
000000*/-------------------------------------------------------------/*
000000 01 RPT-HEADER-1.
000000    03 FILLER                    PIC X(10) VALUE SPACES.
000000    03 FILLER                    PIC X(40) VALUE
000000       'CBV0001M03 HOLIDAY CALENDAR MAINTENANCE'.
000000    03 FILLER                    PIC X(05) VALUE 'DATE='.
000000    03 RPT-HDR-DATE              PIC X(08).
000000    03 FILLER                    PIC X(69) VALUE SPACES.
000000 01 RPT-DETAIL.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-ACTION            PIC X(01).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-REGION            PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-DATE              PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-DESC              PIC X(30).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-STATUS            PIC X(09).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-REASON            PIC X(30).
000000    03 FILLER                    PIC X(34) VALUE SPACES.
000000 01 RPT-TOTAL-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-TOT-LABEL             PIC X(25).
000000    03 FILLER                    PIC X(02) VALUE ': '.
000000    03 RPT-TOT-COUNT             PIC 9(07).
000000    03 FILLER                    PIC X(96) VALUE SPACES.
000000*/-------------------------------------------------------------/*
000000*  定数定義
000000*/-------------------------------------------------------------/*
000000 01 CST-VARIABLES.
000000    03 CST-TIMESTAMP             PIC X(21).
000000*/-------------------------------------------------------------/*
000000*  CBV0001S02（再実行スキップ判定サブプログラム）連絡領域
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001PC.
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            保守トラン受付・検証・カレンダ反映・レポート出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     PERFORM CBV0001-READ-RUNCTL.
000000     PERFORM CBV0001-CHECK-RERUN.
000000     MOVE 'START'                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     PERFORM CBV0001-OPEN-FILES.
000000     PERFORM CBV0001-PRINT-HEADER.
000000     PERFORM CBV0001-COUNT-CALENDAR.
000000     MOVE WS-TOT-BEFORE          TO WS-TOT-AFTER.
000000     READ CALTRAN-FILE
000000         AT END
000000             SET WS-EOF          TO TRUE
000000     END-READ.
000000     PERFORM UNTIL WS-EOF
000000         ADD 1 TO WS-TOT-READ
000000         MOVE 'APPLIED  '        TO WS-TRAN-STATUS
000000         MOVE SPACES             TO WS-REJECT-DESC
000000         PERFORM CBV0001-APPLY-TRAN
000000         PERFORM CBV0001-PRINT-DETAIL
000000         READ CALTRAN-FILE
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000         END-READ
000000     END-PERFORM.
000000     PERFORM CBV0001-PRINT-TOTALS.
000000     PERFORM CBV0001-CLOSE-FILES.
000000     IF WS-TOT-REJECTED = 0 AND WS-TOT-MALFORMED = 0
000000         MOVE 0                  TO RETURN-CODE
000000     ELSE
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     MOVE 'END  '                TO WS-RS-EVENT.
000000     PERFORM CBV0001-WRITE-RUNSTAT.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-OPEN-FILES
000000* OVERVIEW : ファイルオープン処理
000000*            入出力ファイルのオープン（カレンダ未作成時は
000000*            空のカレンダとして作成）
000000*/-------------------------------------------------------------/*
000000 CBV0001-OPEN-FILES.
000000     OPEN INPUT  CALTRAN-FILE.
000000     IF WS-CALTRAN-STATUS NOT = '00'
000000         DISPLAY 'CBV0001M03: TRAN FILE OPEN FAILED - STATUS='
000000                 WS-CALTRAN-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN I-O CAL-FILE.
000000     IF WS-CALFILE-STATUS NOT = '00'
000000     AND WS-CALFILE-STATUS NOT = '05'
000000         DISPLAY 'CBV0001M03: CALENDAR FILE OPEN FAILED -'
000000                 ' STATUS=' WS-CALFILE-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-REPORT-STATUS NOT = '00'
000000         DISPLAY 'CBV0001M03: REPORT FILE OPEN FAILED - STATUS='
000000                 WS-REPORT-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         MOVE 'END  '            TO WS-RS-EVENT
000000         PERFORM CBV0001-WRITE-RUNSTAT
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CLOSE-FILES
000000* OVERVIEW : ファイルクローズ処理
000000*            入出力ファイルのクローズ
000000*/-------------------------------------------------------------/*
000000 CBV0001-CLOSE-FILES.
000000     CLOSE CALTRAN-FILE.
000000     CLOSE CAL-FILE.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-COUNT-CALENDAR
000000* OVERVIEW : カレンダ件数カウント処理
000000*            カレンダを順読みし現在件数を計上、暦日として
000000*            不正な登録日は明細へ摘出（営業日判定で照合
000000*            されないため、削除トランでの訂正を促す）
000000*/-------------------------------------------------------------/*
000000 CBV0001-COUNT-CALENDAR.
000000     MOVE 0                      TO WS-TOT-BEFORE.
000000     MOVE 'N'                    TO WS-CAL-EOF-FLG.
000000     MOVE LOW-VALUES             TO CAL-KEY.
000000     START CAL-FILE KEY NOT < CAL-KEY
000000         INVALID KEY
000000             SET WS-CAL-EOF      TO TRUE
000000     END-START.
000000     PERFORM UNTIL WS-CAL-EOF
000000         READ CAL-FILE NEXT
000000             AT END
000000                 SET WS-CAL-EOF  TO TRUE
000000             NOT AT END
000000                 ADD 1 TO WS-TOT-BEFORE
000000                 MOVE CAL-DATE   TO WS-DATE-X
000000                 PERFORM CBV0001-EDIT-CAL-DATE
000000                 IF NOT WS-DATE-OK
000000                     ADD 1 TO WS-TOT-MALFORMED
000000                     MOVE '*'    TO RPT-DTL-ACTION
000000                     MOVE CAL-REGION
000000                                 TO RPT-DTL-REGION
000000                     MOVE CAL-DATE
000000                                 TO RPT-DTL-DATE
000000                     MOVE CAL-DESC
000000                                 TO RPT-DTL-DESC
000000                     MOVE 'ON FILE  '
000000                                 TO RPT-DTL-STATUS
000000                     MOVE 'MALFORMED DATE ON CALENDAR'
000000                                 TO RPT-DTL-REASON
000000                     PERFORM CBV0001-PRINT-DETAIL-LINE
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-TRAN
000000* OVERVIEW : 保守トラン検証・反映処理
000000*            アクション別の妥当性チェックとカレンダ更新
000000*/-------------------------------------------------------------/*
000000 CBV0001-APPLY-TRAN.
000000     EVALUATE CTRN-ACTION
000000         WHEN 'A'
000000         WHEN 'C'
000000         WHEN 'D'
000000             MOVE CTRN-DATE      TO WS-DATE-X
000000             PERFORM CBV0001-EDIT-CAL-DATE
000000             IF NOT WS-DATE-OK
000000                 MOVE 'REJECTED' TO WS-TRAN-STATUS
000000                 MOVE 'INVALID HOLIDAY DATE'
000000                                 TO WS-REJECT-DESC
000000                 ADD 1 TO WS-TOT-REJECTED
000000             ELSE
000000             IF CTRN-ALL-REGIONS
000000                 MOVE 'REJECTED' TO WS-TRAN-STATUS
000000                 MOVE 'ALL-REGION KEY ONLY FOR G'
000000                                 TO WS-REJECT-DESC
000000                 ADD 1 TO WS-TOT-REJECTED
000000             ELSE
000000                 EVALUATE CTRN-ACTION
000000                     WHEN 'A'
000000                         PERFORM CBV0001-APPLY-ADD
000000                     WHEN 'C'
000000                         PERFORM CBV0001-APPLY-CHG
000000                     WHEN OTHER
000000                         PERFORM CBV0001-APPLY-DEL
000000                 END-EVALUATE
000000             END-IF
000000             END-IF
000000         WHEN 'G'
000000             PERFORM CBV0001-APPLY-GEN
000000         WHEN OTHER
000000             MOVE 'REJECTED'     TO WS-TRAN-STATUS
000000             MOVE 'INVALID ACTION CODE'
000000                                 TO WS-REJECT-DESC
000000             ADD 1 TO WS-TOT-REJECTED
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-EDIT-CAL-DATE
000000* OVERVIEW : 暦日妥当性判定処理
000000*            WS-DATE-Xの数字・月範囲・月別日数・うるう年の
000000*            判定（CBV0001S01の日付モードと同一基準）
000000*/-------------------------------------------------------------/*
000000 CBV0001-EDIT-CAL-DATE.
000000     MOVE 'N'                    TO WS-DATE-OK-FLG.
000000     IF WS-DATE-X IS NUMERIC
000000         EVALUATE WS-DATE-MM
000000             WHEN 01
000000             WHEN 03
000000             WHEN 05
000000             WHEN 07
000000             WHEN 08
000000             WHEN 10
000000             WHEN 12
000000                 MOVE 31         TO WS-DAY-MAX
000000             WHEN 04
000000             WHEN 06
000000             WHEN 09
000000             WHEN 11
000000                 MOVE 30         TO WS-DAY-MAX
000000             WHEN 02
000000                 MOVE 28         TO WS-DAY-MAX
000000                 COMPUTE WS-LEAP-REM =
000000                         FUNCTION MOD(WS-DATE-YY, 4)
000000                 IF WS-LEAP-REM = 0
000000                     MOVE 29     TO WS-DAY-MAX
000000                     COMPUTE WS-LEAP-REM =
000000                             FUNCTION MOD(WS-DATE-YY, 100)
000000                     IF WS-LEAP-REM = 0
000000                         COMPUTE WS-LEAP-REM =
000000                                 FUNCTION MOD(WS-DATE-YY, 400)
000000                         IF WS-LEAP-REM NOT = 0
000000                             MOVE 28 TO WS-DAY-MAX
000000                         END-IF
000000                     END-IF
000000                 END-IF
000000             WHEN OTHER
000000                 MOVE 0          TO WS-DAY-MAX
000000         END-EVALUATE
000000         IF WS-DAY-MAX > 0
000000         AND WS-DATE-DD > 0
000000         AND WS-DATE-DD NOT > WS-DAY-MAX
000000         AND WS-DATE-YY NOT < 1601
000000             SET WS-DATE-OK      TO TRUE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-ADD
000000* OVERVIEW : 休日追加トラン反映処理
000000*            同一地域・日付の重複チェック後カレンダへ追加
000000*/-------------------------------------------------------------/*
000000 CBV0001-APPLY-ADD.
000000     MOVE CTRN-REGION            TO CAL-REGION.
000000     MOVE CTRN-DATE              TO CAL-DATE.
000000     MOVE CTRN-DESC              TO CAL-DESC.
000000     MOVE 'M'                    TO CAL-SOURCE.
000000     WRITE CAL-RECORD
000000         INVALID KEY
000000             MOVE 'REJECTED'     TO WS-TRAN-STATUS
000000             MOVE 'DUPLICATE ADD - DATE EXISTS'
000000                                 TO WS-REJECT-DESC
000000             ADD 1 TO WS-TOT-REJECTED
000000         NOT INVALID KEY
000000             ADD 1 TO WS-TOT-ADDED
000000             ADD 1 TO WS-TOT-AFTER
000000     END-WRITE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-CHG
000000* OVERVIEW : 名称変更トラン反映処理
000000*            対象休日の存在チェック後名称を書替（雛形生成分は
000000*            保守済みへ変更し確定扱い）
000000*/-------------------------------------------------------------/*
000000 CBV0001-APPLY-CHG.
000000     MOVE CTRN-REGION            TO CAL-REGION.
000000     MOVE CTRN-DATE              TO CAL-DATE.
000000     READ CAL-FILE KEY IS CAL-KEY
000000         INVALID KEY
000000             MOVE 'REJECTED'     TO WS-TRAN-STATUS
000000             MOVE 'CHANGE OF UNKNOWN DATE'
000000                                 TO WS-REJECT-DESC
000000             ADD 1 TO WS-TOT-REJECTED
000000         NOT INVALID KEY
000000             IF CTRN-DESC NOT = SPACES
000000                 MOVE CTRN-DESC  TO CAL-DESC
000000             END-IF
000000             MOVE 'M'            TO CAL-SOURCE
000000             REWRITE CAL-RECORD
000000             ADD 1 TO WS-TOT-CHANGED
000000     END-READ.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-DEL
000000* OVERVIEW : 休日削除トラン反映処理
000000*            対象休日の存在チェック後カレンダから削除
000000*/-------------------------------------------------------------/*
000000 CBV0001-APPLY-DEL.
000000     MOVE CTRN-REGION            TO CAL-REGION.
000000     MOVE CTRN-DATE              TO CAL-DATE.
000000     DELETE CAL-FILE
000000         INVALID KEY
000000             MOVE 'REJECTED'     TO WS-TRAN-STATUS
000000             MOVE 'DELETE OF UNKNOWN DATE'
000000                                 TO WS-REJECT-DESC
000000             ADD 1 TO WS-TOT-REJECTED
000000         NOT INVALID KEY
000000             ADD 1 TO WS-TOT-DELETED
000000             SUBTRACT 1 FROM WS-TOT-AFTER
000000     END-DELETE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-GEN
000000* OVERVIEW : 翌年雛形生成トラン反映処理
000000*            指定年（日付空白時は当年）の休日を同一月日で翌年
000000*            へ複写（対象地域または全地域、登録済みの日付と
000000*            翌年に存在しない月日は複写せず計上）、生成分は
000000*            雛形として明細へ出力し名称変更トランで確定
000000*/-------------------------------------------------------------/*
000000 CBV0001-APPLY-GEN.
000000     IF CTRN-DATE = SPACES
000000         MOVE CST-TIMESTAMP(1:4) TO WS-GEN-FROM-YY
000000     ELSE
000000     IF CTRN-DATE(1:4) IS NUMERIC
000000         MOVE CTRN-DATE(1:4)     TO WS-GEN-FROM-YY
000000     ELSE
000000         MOVE 'REJECTED'         TO WS-TRAN-STATUS
000000         MOVE 'INVALID SKELETON SOURCE YEAR'
000000                                 TO WS-REJECT-DESC
000000         ADD 1 TO WS-TOT-REJECTED
000000     END-IF
000000     END-IF.
000000     IF WS-TRAN-STATUS NOT = 'REJECTED'
000000         COMPUTE WS-GEN-TO-YY = WS-GEN-FROM-YY + 1
000000         MOVE 'N'                TO WS-CAL-EOF-FLG
000000         IF CTRN-ALL-REGIONS
000000             MOVE LOW-VALUES     TO CAL-KEY
000000         ELSE
000000             MOVE CTRN-REGION    TO CAL-REGION
000000             MOVE LOW-VALUES     TO CAL-DATE
000000         END-IF
000000         START CAL-FILE KEY NOT < CAL-KEY
000000             INVALID KEY
000000                 SET WS-CAL-EOF  TO TRUE
000000         END-START
000000         PERFORM UNTIL WS-CAL-EOF
000000             READ CAL-FILE NEXT
000000                 AT END
000000                     SET WS-CAL-EOF TO TRUE
000000                 NOT AT END
000000                     IF NOT CTRN-ALL-REGIONS
000000                     AND CAL-REGION NOT = CTRN-REGION
000000                         SET WS-CAL-EOF TO TRUE
000000                     ELSE
000000                         IF CAL-DATE(1:4) = WS-GEN-FROM-YY
000000                             PERFORM CBV0001-GEN-ONE-DATE
000000                         END-IF
000000                     END-IF
000000             END-READ
000000         END-PERFORM
000000         MOVE 'GENERATED'        TO WS-TRAN-STATUS
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-GEN-ONE-DATE
000000* OVERVIEW : 雛形1件生成処理
000000*            読込中の休日を翌年の同一月日で追加し、読込位置の
000000*            休日キーへ順読み位置を戻す
000000*/-------------------------------------------------------------/*
000000 CBV0001-GEN-ONE-DATE.
000000     MOVE CAL-KEY                TO WS-GEN-KEY.
000000     MOVE CAL-REGION             TO WS-GEN-REGION.
000000     MOVE CAL-DESC               TO WS-GEN-DESC.
000000     MOVE CAL-DATE               TO WS-DATE-X.
000000     MOVE WS-GEN-TO-YY           TO WS-DATE-YY.
000000     PERFORM CBV0001-EDIT-CAL-DATE.
000000     IF NOT WS-DATE-OK
000000         ADD 1 TO WS-TOT-GEN-NOT-CARRIED
000000     ELSE
000000         MOVE WS-GEN-REGION      TO CAL-REGION
000000         MOVE WS-DATE-X          TO CAL-DATE
000000         MOVE WS-GEN-DESC        TO CAL-DESC
000000         MOVE 'G'                TO CAL-SOURCE
000000         WRITE CAL-RECORD
000000             INVALID KEY
000000                 ADD 1 TO WS-TOT-GEN-EXISTS
000000             NOT INVALID KEY
000000                 ADD 1 TO WS-TOT-GENERATED
000000                 ADD 1 TO WS-TOT-AFTER
000000                 MOVE 'G'        TO RPT-DTL-ACTION
000000                 MOVE WS-GEN-REGION
000000                                 TO RPT-DTL-REGION
000000                 MOVE WS-DATE-X  TO RPT-DTL-DATE
000000                 MOVE WS-GEN-DESC
000000                                 TO RPT-DTL-DESC
000000                 MOVE 'SKELETON '
000000                                 TO RPT-DTL-STATUS
000000                 MOVE 'CONFIRM OR MOVE BY C/D TRAN'
000000                                 TO RPT-DTL-REASON
000000                 PERFORM CBV0001-PRINT-DETAIL-LINE
000000         END-WRITE
000000     END-IF.
000000     MOVE WS-GEN-KEY             TO CAL-KEY.
000000     START CAL-FILE KEY > CAL-KEY
000000         INVALID KEY
000000             SET WS-CAL-EOF      TO TRUE
000000     END-START.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-HEADER
000000* OVERVIEW : レポート見出し出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-HEADER.
000000     MOVE FUNCTION CURRENT-DATE  TO CST-TIMESTAMP.
000000     MOVE CST-TIMESTAMP(1:8)     TO RPT-HDR-DATE.
000000     WRITE REPORT-RECORD         FROM RPT-HEADER-1
000000         AFTER ADVANCING PAGE.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-DETAIL
000000* OVERVIEW : トラン明細行出力処理
000000*            1トランの反映結果をレポートへ出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-DETAIL.
000000     MOVE CTRN-ACTION            TO RPT-DTL-ACTION.
000000     MOVE CTRN-REGION            TO RPT-DTL-REGION.
000000     MOVE CTRN-DATE              TO RPT-DTL-DATE.
000000     MOVE CTRN-DESC              TO RPT-DTL-DESC.
000000     MOVE WS-TRAN-STATUS         TO RPT-DTL-STATUS.
000000     MOVE WS-REJECT-DESC         TO RPT-DTL-REASON.
000000     PERFORM CBV0001-PRINT-DETAIL-LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-DETAIL-LINE
000000* OVERVIEW : 明細行出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-DETAIL-LINE.
000000     WRITE REPORT-RECORD         FROM RPT-DETAIL
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TOTALS
000000* OVERVIEW : 保守前後件数・制御合計出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TOTALS.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     MOVE 'CALENDAR ENTRIES BEFORE'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-BEFORE          TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'MALFORMED DATES ON FILE'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-MALFORMED       TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'TRANSACTIONS READ'    TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-READ            TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'HOLIDAYS ADDED'       TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-ADDED           TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'HOLIDAYS CHANGED'     TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-CHANGED         TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'HOLIDAYS DELETED'     TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-DELETED         TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'SKELETON DATES GENERATED'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-GENERATED       TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'SKELETON DATES EXISTING'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-GEN-EXISTS      TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'SKELETON DATES NOT VALID'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-GEN-NOT-CARRIED TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'TRANSACTIONS REJECTED'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-REJECTED        TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'CALENDAR ENTRIES AFTER'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-AFTER           TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     DISPLAY 'CBV0001M03: TRANS READ=' WS-TOT-READ
000000             ' REJECTED=' WS-TOT-REJECTED
000000             ' MALFORMED=' WS-TOT-MALFORMED.
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
000000     MOVE 'CBV0001M03'           TO S02-PGM-ID.
000000     CALL 'CBV0001S02'           USING S02-PARM-AREA.
000000     IF S02-SKIP
000000         DISPLAY 'CBV0001M03: COMPLETED IN RUN ' WS-RUN-ID
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
000000         DISPLAY 'CBV0001M03: RUN CONTROL FILE NOT AVAILABLE -'
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
000000         MOVE 'CBV0001M03'       TO RS-PGM-ID
000000         MOVE WS-RS-EVENT        TO RS-EVENT
000000         MOVE FUNCTION CURRENT-DATE TO RS-TIMESTAMP
000000         MOVE RETURN-CODE        TO RS-RETCODE
000000         MOVE WS-TOT-READ        TO RS-PROCESSED
000000         COMPUTE RS-PASSED =
000000                 WS-TOT-READ - WS-TOT-REJECTED
000000         MOVE WS-TOT-REJECTED    TO RS-FAILED
000000         WRITE RUNSTAT-RECORD
000000         CLOSE RUNSTAT-FILE
000000     ELSE
000000         DISPLAY 'CBV0001M03: RUN STATUS FILE OPEN FAILED -'
000000                 ' STATUS NOT RECORDED'
000000     END-IF.
000000     EXIT.
000000*****************************************************************
