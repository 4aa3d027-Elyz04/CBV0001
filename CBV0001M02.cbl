000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     CBV0001M02.
000000*/-------------------------------------------------------------/*
000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001M02
000000*    JOB NAME       :            CBV0001M（マスタ時点復元ジョブ）
000000*    INPUT          :            MSTJRNL （マスタ変更履歴
000000*                                          ジャーナル）
000000*                                M2PARM  （復元時点パラメタ）
000000*    OUTPUT         :            ASOFMST （時点復元マスタ）
000000*                                ASOFRPT （復元結果レポート）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*    PURPOSE        :            有効コードマスタの時点復元処理
000000*                                （CBV0001M01のジャーナルを
000000*                                基点イメージから指定日付または
000000*                                指定実行IDまで順に再適用し、
000000*                                当時のマスタを稼働マスタと同一
000000*                                レイアウトで再作成する。照会
000000*                                コード指定時は当該コードの変更
000000*                                履歴と復元時点のエントリを出力）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 : 初版作成
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT JOURNAL-FILE         ASSIGN TO "MSTJRNL"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-MSTJRNL-STATUS.
000000     SELECT OPTIONAL M2PARM-FILE     ASSIGN TO "M2PARM"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-M2PARM-STATUS.
000000     SELECT ASOF-MASTER-FILE     ASSIGN TO "ASOFMST"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS MSTR-CODE
000000         FILE STATUS IS WS-ASOFMST-STATUS.
000000     SELECT REPORT-FILE          ASSIGN TO "ASOFRPT"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-REPORT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*/-------------------------------------------------------------/*
000000*  マスタ変更履歴ジャーナルファイル（CBV0001M01が追記）
000000*/-------------------------------------------------------------/*
000000 FD  JOURNAL-FILE.
000000 01  JOURNAL-RECORD.
000000 COPY CBV0001JC.
000000*/-------------------------------------------------------------/*
000000*  復元時点パラメタファイル（復元日付・実行ID・照会コード、
000000*  実行ID指定時は当該実行IDまでの変更を適用、未指定時は
000000*  復元日付（既定は当日）の終わりまでの変更を適用）
000000*/-------------------------------------------------------------/*
000000 FD  M2PARM-FILE.
000000 01  M2PARM-RECORD.
000000     03 M2PARM-AS-OF-DATE        PIC X(08).
000000     03 M2PARM-RUN-ID            PIC X(14).
000000     03 M2PARM-CODE              PIC X(09).
000000*/-------------------------------------------------------------/*
000000*  時点復元マスタファイル（有効コードマスタと同一レイアウト、
000000*  CBV0001S01のMSTFILEとして割当て可能）
000000*/-------------------------------------------------------------/*
000000 FD  ASOF-MASTER-FILE.
000000 01  MASTER-RECORD.
000000     03 MSTR-CODE                PIC 9(09).
000000     03 MSTR-DESC                PIC X(30).
000000     03 MSTR-EFF-FROM            PIC X(08).
000000     03 MSTR-EFF-TO              PIC X(08).
000000     03 MSTR-STATUS              PIC X(01).
000000        88 MSTR-ACTIVE                      VALUE 'A'.
000000        88 MSTR-SUSPENDED                   VALUE 'S'.
000000*/-------------------------------------------------------------/*
000000*  復元結果レポートファイル
000000*/-------------------------------------------------------------/*
000000 FD  REPORT-FILE.
000000 01  REPORT-RECORD               PIC X(132).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000*/-------------------------------------------------------------/*
000000 01 WS-VARIABLES.
000000    03 WS-EOF-FLG                PIC X(01) VALUE 'N'.
000000       88 WS-EOF                           VALUE 'Y'.
000000    03 WS-MST-EOF-FLG            PIC X(01) VALUE 'N'.
000000       88 WS-MST-EOF                       VALUE 'Y'.
000000    03 WS-SELECT-FLG             PIC X(01) VALUE 'N'.
000000       88 WS-SELECTED                      VALUE 'Y'.
000000    03 WS-AS-OF-DATE             PIC X(08).
000000    03 WS-AS-OF-RUN-ID           PIC X(14) VALUE SPACES.
000000    03 WS-INQ-CODE               PIC X(09) VALUE SPACES.
000000    03 WS-IMAGE-TAG              PIC X(06).
000000    03 WS-IMAGE                  PIC X(56).
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000 01 WS-FILE-STATUS.
000000    03 WS-MSTJRNL-STATUS         PIC X(02).
000000    03 WS-M2PARM-STATUS          PIC X(02).
000000    03 WS-ASOFMST-STATUS         PIC X(02).
000000    03 WS-REPORT-STATUS          PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  制御合計カウンタ
000000*/-------------------------------------------------------------/*
000000 01 WS-TOTALS.
000000    03 WS-TOT-READ               PIC 9(07) VALUE 0.
000000    03 WS-TOT-APPLIED            PIC 9(07) VALUE 0.
000000    03 WS-TOT-SKIPPED            PIC 9(07) VALUE 0.
000000    03 WS-TOT-OUT-OF-SEQ         PIC 9(07) VALUE 0.
000000    03 WS-TOT-REBUILT            PIC 9(07) VALUE 0.
000000    03 WS-TOT-HISTORY            PIC 9(07) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  レポート編集行
000000*/-------------------------------------------------------------/*
000000 01 RPT-HEADER-1.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(40) VALUE
000000       'CBV0001M02 MASTER AS-OF REBUILD'.
000000    03 FILLER                    PIC X(06) VALUE 'AS OF='.
000000    03 RPT-HDR-AS-OF             PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(07) VALUE 'RUN ID='.
000000    03 RPT-HDR-RUN-ID            PIC X(14).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(05) VALUE 'CODE='.
000000    03 RPT-HDR-CODE              PIC X(09).
000000    03 FILLER                    PIC X(37) VALUE SPACES.
000000 01 RPT-SECTION-LINE.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-SEC-TITLE             PIC X(40).
000000    03 FILLER                    PIC X(90) VALUE SPACES.
000000 01 RPT-COLUMN-HEADER.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 FILLER                    PIC X(16) VALUE 'TIMESTAMP'.
000000    03 FILLER                    PIC X(16) VALUE 'RUN ID'.
000000    03 FILLER                    PIC X(04) VALUE 'ACT'.
000000    03 FILLER                    PIC X(08) VALUE 'IMAGE'.
000000    03 FILLER                    PIC X(11) VALUE 'CODE'.
000000    03 FILLER                    PIC X(32) VALUE 'DESCRIPTION'.
000000    03 FILLER                    PIC X(10) VALUE 'EFF-FROM'.
000000    03 FILLER                    PIC X(10) VALUE 'EFF-TO'.
000000    03 FILLER                    PIC X(23) VALUE 'STATUS'.
000000 01 RPT-DETAIL.
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-TIMESTAMP         PIC X(14).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-RUN-ID            PIC X(14).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-ACTION            PIC X(01).
000000    03 FILLER                    PIC X(03) VALUE SPACES.
000000    03 RPT-DTL-IMAGE             PIC X(06).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-CODE              PIC X(09).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-DESC              PIC X(30).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-EFF-FROM          PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-EFF-TO            PIC X(08).
000000    03 FILLER                    PIC X(02) VALUE SPACES.
000000    03 RPT-DTL-STATUS            PIC X(01).
000000    03 FILLER                    PIC X(22) VALUE SPACES.
000000 01 RPT-TEXT-LINE.
000000    03 FILLER                    PIC X(04) VALUE SPACES.
000000    03 RPT-TEXT                  PIC X(70).
000000    03 FILLER                    PIC X(58) VALUE SPACES.
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
000000 PROCEDURE                       DIVISION.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            復元時点の決定・ジャーナル再適用・復元結果出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     PERFORM CBV0001-INIT-WS.
000000     PERFORM CBV0001-OPEN-FILES.
000000     PERFORM CBV0001-PRINT-HEADER.
000000     PERFORM UNTIL WS-EOF
000000         READ JOURNAL-FILE
000000             AT END
000000                 SET WS-EOF      TO TRUE
000000             NOT AT END
000000                 ADD 1 TO WS-TOT-READ
000000                 PERFORM CBV0001-SELECT-JOURNAL
000000                 IF WS-SELECTED
000000                     PERFORM CBV0001-APPLY-JOURNAL
000000                     PERFORM CBV0001-PRINT-HISTORY
000000                 ELSE
000000                     ADD 1 TO WS-TOT-SKIPPED
000000                 END-IF
000000         END-READ
000000     END-PERFORM.
000000     PERFORM CBV0001-COUNT-REBUILT.
000000     PERFORM CBV0001-PRINT-INQ-ENTRY.
000000     PERFORM CBV0001-PRINT-TOTALS.
000000     PERFORM CBV0001-CLOSE-FILES.
000000     IF WS-TOT-OUT-OF-SEQ = 0
000000         MOVE 0                  TO RETURN-CODE
000000     ELSE
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF.
000000     STOP RUN.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-INIT-WS
000000* OVERVIEW : ワーク変数初期化処理
000000*            復元時点の決定（パラメタ指定優先、未指定時は
000000*            当日の終わり時点）
000000*/-------------------------------------------------------------/*
000000 CBV0001-INIT-WS.
000000     MOVE FUNCTION CURRENT-DATE  TO CST-TIMESTAMP.
000000     MOVE CST-TIMESTAMP(1:8)     TO WS-AS-OF-DATE.
000000     OPEN INPUT M2PARM-FILE.
000000     IF WS-M2PARM-STATUS = '00'
000000         READ M2PARM-FILE
000000             AT END
000000                 CONTINUE
000000             NOT AT END
000000                 IF M2PARM-AS-OF-DATE IS NUMERIC
000000                     MOVE M2PARM-AS-OF-DATE
000000                                     TO WS-AS-OF-DATE
000000                 END-IF
000000                 IF M2PARM-RUN-ID IS NUMERIC
000000                     MOVE M2PARM-RUN-ID
000000                                     TO WS-AS-OF-RUN-ID
000000                     MOVE M2PARM-RUN-ID(1:8)
000000                                     TO WS-AS-OF-DATE
000000                 END-IF
000000                 IF M2PARM-CODE IS NUMERIC
000000                     MOVE M2PARM-CODE
000000                                     TO WS-INQ-CODE
000000                 END-IF
000000         END-READ
000000     END-IF.
000000     CLOSE M2PARM-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-OPEN-FILES
000000* OVERVIEW : ファイルオープン処理
000000*            時点復元マスタは空で作成後、更新モードで再オープン
000000*/-------------------------------------------------------------/*
000000 CBV0001-OPEN-FILES.
000000     OPEN INPUT JOURNAL-FILE.
000000     IF WS-MSTJRNL-STATUS NOT = '00'
000000         DISPLAY 'CBV0001M02: JOURNAL FILE OPEN FAILED - STATUS='
000000                 WS-MSTJRNL-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT ASOF-MASTER-FILE.
000000     IF WS-ASOFMST-STATUS NOT = '00'
000000         DISPLAY 'CBV0001M02: AS-OF MASTER OPEN FAILED - STATUS='
000000                 WS-ASOFMST-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     CLOSE ASOF-MASTER-FILE.
000000     OPEN I-O ASOF-MASTER-FILE.
000000     IF WS-ASOFMST-STATUS NOT = '00'
000000         DISPLAY 'CBV0001M02: AS-OF MASTER REOPEN FAILED -'
000000                 ' STATUS=' WS-ASOFMST-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     OPEN OUTPUT REPORT-FILE.
000000     IF WS-REPORT-STATUS NOT = '00'
000000         DISPLAY 'CBV0001M02: REPORT FILE OPEN FAILED - STATUS='
000000                 WS-REPORT-STATUS
000000         MOVE 8                  TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CLOSE-FILES
000000* OVERVIEW : ファイルクローズ処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-CLOSE-FILES.
000000     CLOSE JOURNAL-FILE.
000000     CLOSE ASOF-MASTER-FILE.
000000     CLOSE REPORT-FILE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SELECT-JOURNAL
000000* OVERVIEW : 適用対象判定処理
000000*            実行ID指定時は当該実行ID以前の変更（実行ID未採番
000000*            の変更は記録日付で判定）、未指定時は復元日付
000000*            以前に記録された変更を適用対象とする
000000*/-------------------------------------------------------------/*
000000 CBV0001-SELECT-JOURNAL.
000000     MOVE 'N'                    TO WS-SELECT-FLG.
000000     IF WS-AS-OF-RUN-ID NOT = SPACES
000000     AND JRN-RUN-ID NOT = SPACES
000000         IF JRN-RUN-ID NOT > WS-AS-OF-RUN-ID
000000             SET WS-SELECTED     TO TRUE
000000         END-IF
000000     ELSE
000000         IF JRN-TIMESTAMP(1:8) NOT > WS-AS-OF-DATE
000000             SET WS-SELECTED     TO TRUE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-APPLY-JOURNAL
000000* OVERVIEW : ジャーナル再適用処理
000000*            変更後イメージ空白（削除）は復元マスタから削除、
000000*            それ以外は変更後イメージで追加または書替
000000*            （前後の整合しない記録は順序不整合として計上）
000000*/-------------------------------------------------------------/*
000000 CBV0001-APPLY-JOURNAL.
000000     ADD 1 TO WS-TOT-APPLIED.
000000     IF JRN-AFT-NONE
000000         MOVE JRN-BEF-CODE       TO MSTR-CODE
000000         DELETE ASOF-MASTER-FILE
000000             INVALID KEY
000000                 ADD 1 TO WS-TOT-OUT-OF-SEQ
000000                 DISPLAY 'CBV0001M02: DELETE OF CODE NOT ON'
000000                         ' REBUILT MASTER - ' JRN-BEF-CODE
000000                         ' ' JRN-TIMESTAMP(1:14)
000000         END-DELETE
000000     ELSE
000000         MOVE JRN-AFTER-IMAGE    TO MASTER-RECORD
000000         WRITE MASTER-RECORD
000000             INVALID KEY
000000                 IF JRN-ADD
000000                     ADD 1 TO WS-TOT-OUT-OF-SEQ
000000                     DISPLAY 'CBV0001M02: ADD OF CODE ALREADY ON'
000000                             ' REBUILT MASTER - ' JRN-AFT-CODE
000000                             ' ' JRN-TIMESTAMP(1:14)
000000                 END-IF
000000                 REWRITE MASTER-RECORD
000000             NOT INVALID KEY
000000                 IF NOT JRN-ADD AND NOT JRN-BASELINE
000000                     ADD 1 TO WS-TOT-OUT-OF-SEQ
000000                     DISPLAY 'CBV0001M02: CHANGE OF CODE NOT ON'
000000                             ' REBUILT MASTER - ' JRN-AFT-CODE
000000                             ' ' JRN-TIMESTAMP(1:14)
000000                 END-IF
000000         END-WRITE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-COUNT-REBUILT
000000* OVERVIEW : 復元マスタ件数カウント処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-COUNT-REBUILT.
000000     MOVE 'N'                    TO WS-MST-EOF-FLG.
000000     MOVE ZEROS                  TO MSTR-CODE.
000000     START ASOF-MASTER-FILE KEY NOT < MSTR-CODE
000000         INVALID KEY
000000             SET WS-MST-EOF      TO TRUE
000000     END-START.
000000     PERFORM UNTIL WS-MST-EOF
000000         READ ASOF-MASTER-FILE NEXT
000000             AT END
000000                 SET WS-MST-EOF  TO TRUE
000000             NOT AT END
000000                 ADD 1 TO WS-TOT-REBUILT
000000         END-READ
000000     END-PERFORM.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-HEADER
000000* OVERVIEW : レポート見出し出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-HEADER.
000000     MOVE WS-AS-OF-DATE          TO RPT-HDR-AS-OF.
000000     MOVE WS-AS-OF-RUN-ID        TO RPT-HDR-RUN-ID.
000000     MOVE WS-INQ-CODE            TO RPT-HDR-CODE.
000000     WRITE REPORT-RECORD         FROM RPT-HEADER-1
000000         AFTER ADVANCING PAGE.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     IF WS-INQ-CODE NOT = SPACES
000000         MOVE 'CHANGE HISTORY OF INQUIRY CODE'
000000                                 TO RPT-SEC-TITLE
000000         WRITE REPORT-RECORD     FROM RPT-SECTION-LINE
000000             AFTER ADVANCING 1 LINE
000000         WRITE REPORT-RECORD     FROM RPT-COLUMN-HEADER
000000             AFTER ADVANCING 1 LINE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-HISTORY
000000* OVERVIEW : 照会コード変更履歴出力処理
000000*            照会コードに該当する適用済ジャーナルの変更前・
000000*            変更後イメージを出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-HISTORY.
000000     IF WS-INQ-CODE NOT = SPACES
000000         IF JRN-BEFORE-IMAGE(1:9) = WS-INQ-CODE
000000         OR JRN-AFTER-IMAGE(1:9) = WS-INQ-CODE
000000             ADD 1 TO WS-TOT-HISTORY
000000             MOVE JRN-TIMESTAMP(1:14)
000000                                 TO RPT-DTL-TIMESTAMP
000000             MOVE JRN-RUN-ID     TO RPT-DTL-RUN-ID
000000             MOVE JRN-ACTION     TO RPT-DTL-ACTION
000000             MOVE 'BEFORE'       TO WS-IMAGE-TAG
000000             MOVE JRN-BEFORE-IMAGE
000000                                 TO WS-IMAGE
000000             PERFORM CBV0001-PRINT-IMAGE
000000             MOVE SPACES         TO RPT-DTL-TIMESTAMP
000000             MOVE SPACES         TO RPT-DTL-RUN-ID
000000             MOVE SPACES         TO RPT-DTL-ACTION
000000             MOVE 'AFTER '       TO WS-IMAGE-TAG
000000             MOVE JRN-AFTER-IMAGE
000000                                 TO WS-IMAGE
000000             PERFORM CBV0001-PRINT-IMAGE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-IMAGE
000000* OVERVIEW : マスタイメージ明細行出力処理
000000*            WS-IMAGEのマスタイメージを1行編集して出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-IMAGE.
000000     MOVE WS-IMAGE-TAG           TO RPT-DTL-IMAGE.
000000     MOVE WS-IMAGE(1:9)          TO RPT-DTL-CODE.
000000     MOVE WS-IMAGE(10:30)        TO RPT-DTL-DESC.
000000     MOVE WS-IMAGE(40:8)         TO RPT-DTL-EFF-FROM.
000000     MOVE WS-IMAGE(48:8)         TO RPT-DTL-EFF-TO.
000000     MOVE WS-IMAGE(56:1)         TO RPT-DTL-STATUS.
000000     WRITE REPORT-RECORD         FROM RPT-DETAIL
000000         AFTER ADVANCING 1 LINE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-INQ-ENTRY
000000* OVERVIEW : 照会コード復元エントリ出力処理
000000*            復元時点のマスタ上の照会コードのエントリを出力
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-INQ-ENTRY.
000000     IF WS-INQ-CODE NOT = SPACES
000000         MOVE SPACES             TO REPORT-RECORD
000000         WRITE REPORT-RECORD     AFTER ADVANCING 1 LINE
000000         MOVE 'MASTER ENTRY AS OF REBUILD POINT'
000000                                 TO RPT-SEC-TITLE
000000         WRITE REPORT-RECORD     FROM RPT-SECTION-LINE
000000             AFTER ADVANCING 1 LINE
000000         MOVE WS-INQ-CODE        TO MSTR-CODE
000000         READ ASOF-MASTER-FILE
000000             INVALID KEY
000000                 MOVE 'CODE NOT ON MASTER AT REBUILD POINT'
000000                                 TO RPT-TEXT
000000                 WRITE REPORT-RECORD FROM RPT-TEXT-LINE
000000                     AFTER ADVANCING 1 LINE
000000                 END-WRITE
000000             NOT INVALID KEY
000000                 MOVE SPACES     TO RPT-DTL-TIMESTAMP
000000                 MOVE SPACES     TO RPT-DTL-RUN-ID
000000                 MOVE SPACES     TO RPT-DTL-ACTION
000000                 MOVE 'AS-OF '   TO WS-IMAGE-TAG
000000                 MOVE MASTER-RECORD
000000                                 TO WS-IMAGE
000000                 PERFORM CBV0001-PRINT-IMAGE
000000         END-READ
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-PRINT-TOTALS
000000* OVERVIEW : 制御合計出力処理
000000*/-------------------------------------------------------------/*
000000 CBV0001-PRINT-TOTALS.
000000     MOVE SPACES                 TO REPORT-RECORD.
000000     WRITE REPORT-RECORD         AFTER ADVANCING 1 LINE.
000000     MOVE 'JOURNAL RECORDS READ' TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-READ            TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'JOURNAL RECORDS APPLIED'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-APPLIED         TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'AFTER REBUILD POINT'  TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-SKIPPED         TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     MOVE 'OUT OF SEQUENCE'      TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-OUT-OF-SEQ      TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     IF WS-INQ-CODE NOT = SPACES
000000         MOVE 'INQUIRY CODE CHANGES' TO RPT-TOT-LABEL
000000         MOVE WS-TOT-HISTORY     TO RPT-TOT-COUNT
000000         PERFORM CBV0001-PRINT-TOTAL-LINE
000000     END-IF.
000000     MOVE 'MASTER RECORDS REBUILT'
000000                                 TO RPT-TOT-LABEL.
000000     MOVE WS-TOT-REBUILT         TO RPT-TOT-COUNT.
000000     PERFORM CBV0001-PRINT-TOTAL-LINE.
000000     DISPLAY 'CBV0001M02: AS OF=' WS-AS-OF-DATE
000000             ' RUN ID=' WS-AS-OF-RUN-ID
000000             ' APPLIED=' WS-TOT-APPLIED
000000             ' REBUILT=' WS-TOT-REBUILT.
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
