000000*        2026/09/02 : 小数モードで解析した数値を連絡領域
000000*                     （S01-DEC-VALUE）へ返却（従来は算出後
000000*                     破棄、下流の金額集計で使用）
000000*        2026/10/15 : 休日カレンダを地域（発生元システム）・
000000*                     日付キーのVSAMへ変更（400件のテーブル
000000*                     上限と不正日付の読み飛ばしを解消）、
000000*                     営業日判定は連絡領域の地域のカレンダを
000000*                     直接照会（地域のカレンダ未登録時は
000000*                     共通カレンダ（地域空白）を使用）
000000*        2026/10/15 : 呼出し元照会モードを追加（連絡領域の
000000*                     S01-LOOKUP-MODEが'C'の場合はマスタ・
000000*                     休日カレンダをオープンせず、呼出し元が
000000*                     照会した結果で判定する。CICS配下の
000000*                     CBV0001W01から使用）、マスタ照合の判定
000000*                     はレコードの作業域の写しで行うよう変更
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000         RECORD KEY IS MSTR-CODE
000000         FILE STATUS IS WS-MSTFILE-STATUS.
000000     SELECT OPTIONAL CAL-FILE        ASSIGN TO "CALFILE"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CAL-KEY
000000         FILE STATUS IS WS-CALFILE-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000        88 MSTR-ACTIVE                      VALUE 'A'.
000000        88 MSTR-SUSPENDED                   VALUE 'S'.
000000*/-------------------------------------------------------------/*
000000*  休日カレンダファイル（CBV0001M03が保守する地域別の
000000*  非営業日一覧、地域空白は共通カレンダ）
000000*/-------------------------------------------------------------/*
000000 FD  CAL-FILE.
000000 01  CAL-RECORD.
000000     03 CAL-KEY.
000000        05 CAL-REGION            PIC X(08).
000000        05 CAL-DATE              PIC X(08).
000000     03 CAL-DESC                 PIC X(30).
000000     03 CAL-SOURCE               PIC X(01).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000       88 WS-MSTFILE-AVAIL                  VALUE 'Y'.
000000    03 WS-CAL-FIRST-FLG          PIC X(01) VALUE 'Y'.
000000       88 WS-CAL-FIRST-CALL                 VALUE 'Y'.
000000    03 WS-CALFILE-AVAIL-FLG      PIC X(01) VALUE 'N'.
000000       88 WS-CALFILE-AVAIL                  VALUE 'Y'.
000000*/-------------------------------------------------------------/*
000000*  日付チェック作業領域
000000*/-------------------------------------------------------------/*
000000    03 WS-DAY-MAX                PIC 9(02).
000000    03 WS-DOW                    PIC 9(01).
000000    03 WS-LEAP-REM               PIC 9(04).
000000    03 WS-CAL-HIT                PIC X(01).
000000    03 WS-CAL-REGION             PIC X(08) VALUE HIGH-VALUES.
000000    03 WS-CAL-USE-REGION         PIC X(08) VALUE SPACES.
000000*/-------------------------------------------------------------/*
000000*  マスタレコード作業域（照合判定用の写し、呼出し元照会
000000*  モードでは呼出し元が照会したレコード）
000000*/-------------------------------------------------------------/*
000000 01 WS-MSTR-AREA.
000000    03 WS-MSTR-RECORD.
000000       05 WS-MSTR-CODE           PIC 9(09).
000000       05 WS-MSTR-DESC           PIC X(30).
000000       05 WS-MSTR-EFF-FROM       PIC X(08).
000000       05 WS-MSTR-EFF-TO         PIC X(08).
000000       05 WS-MSTR-STATUS         PIC X(01).
000000          88 WS-MSTR-ACTIVE                 VALUE 'A'.
000000          88 WS-MSTR-SUSPENDED              VALUE 'S'.
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000*            モード別クランプ
000000*/-------------------------------------------------------------/*
000000 CBV0001-INIT-CALL.
000000     IF S01-LOOKUP-BY-CALLER
000000         PERFORM CBV0001-TAKE-CALLER-LOOKUP
000000     END-IF.
000000     IF WS-FIRST-CALL AND S01-XREF-WANTED
000000     AND NOT S01-LOOKUP-BY-CALLER
000000         OPEN INPUT MASTER-FILE
000000         IF WS-MSTFILE-STATUS = '00'
000000             SET WS-MSTFILE-AVAIL TO TRUE
000000     MOVE S01-MIN-LENGTH         TO WS-MIN-LENGTH.
000000     MOVE S01-MAX-LENGTH         TO WS-MAX-LENGTH.
000000     IF S01-MODE-DATE AND WS-CAL-FIRST-CALL
000000     AND NOT S01-LOOKUP-BY-CALLER
000000         PERFORM CBV0001-OPEN-CALENDAR
000000     END-IF.
000000     IF S01-MODE-DATE AND WS-CALFILE-AVAIL
000000     AND NOT S01-LOOKUP-BY-CALLER
000000     AND S01-CAL-REGION NOT = WS-CAL-REGION
000000         PERFORM CBV0001-RESOLVE-CAL-REGION
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN S01-MODE-DEC
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-TAKE-CALLER-LOOKUP
000000* OVERVIEW : 呼出し元照会結果受取り処理
000000*            呼出し元照会モードで、マスタ・休日カレンダの
000000*            照会可否と営業日判定に使用するカレンダ地域を
000000*            照会結果から設定（照会できなかったファイルの
000000*            チェックはバッチと同様に省略）
000000*/-------------------------------------------------------------/*
000000 CBV0001-TAKE-CALLER-LOOKUP.
000000     IF S01-LK-MST-FOUND OR S01-LK-MST-NOTFOUND
000000         SET WS-MSTFILE-AVAIL    TO TRUE
000000     ELSE
000000         MOVE 'N'                TO WS-MSTFILE-AVAIL-FLG
000000     END-IF.
000000     IF S01-LK-CAL-AVAIL
000000         SET WS-CALFILE-AVAIL    TO TRUE
000000     ELSE
000000         MOVE 'N'                TO WS-CALFILE-AVAIL-FLG
000000     END-IF.
000000     IF S01-CAL-REGION NOT = SPACES AND S01-LK-REG-CAL-FOUND
000000         MOVE S01-CAL-REGION     TO WS-CAL-USE-REGION
000000     ELSE
000000         MOVE SPACES             TO WS-CAL-USE-REGION
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CAS-NUL
000000* CASE-ID  : CBV126836217
000000* OVERVIEW : 未入力チェック処理
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-OPEN-CALENDAR
000000* OVERVIEW : 休日カレンダオープン処理
000000*            初回の日付チェック時に休日カレンダをオープン
000000*            （以降は地域・日付キーで直接照会）
000000*/-------------------------------------------------------------/*
000000 CBV0001-OPEN-CALENDAR.
000000     MOVE 'N'                    TO WS-CAL-FIRST-FLG.
000000     OPEN INPUT CAL-FILE.
000000     IF WS-CALFILE-STATUS = '00'
000000         SET WS-CALFILE-AVAIL    TO TRUE
000000     ELSE
000000         DISPLAY 'CBV0001S01: CALENDAR FILE NOT AVAILABLE -'
000000                 ' HOLIDAY CHECK SKIPPED'
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-RESOLVE-CAL-REGION
000000* OVERVIEW : 使用カレンダ地域決定処理
000000*            連絡領域の地域のカレンダが1件以上登録されていれば
000000*            当該地域を、未登録（地域空白を含む）であれば共通
000000*            カレンダ（地域空白）を営業日判定に使用
000000*/-------------------------------------------------------------/*
000000 CBV0001-RESOLVE-CAL-REGION.
000000     MOVE S01-CAL-REGION         TO WS-CAL-REGION.
000000     MOVE SPACES                 TO WS-CAL-USE-REGION.
000000     IF S01-CAL-REGION NOT = SPACES
000000         MOVE S01-CAL-REGION     TO CAL-REGION
000000         MOVE LOW-VALUES         TO CAL-DATE
000000         START CAL-FILE KEY NOT < CAL-KEY
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 READ CAL-FILE NEXT
000000                     AT END
000000                         CONTINUE
000000                     NOT AT END
000000                         IF CAL-REGION = S01-CAL-REGION
000000                             MOVE S01-CAL-REGION
000000                                 TO WS-CAL-USE-REGION
000000                         END-IF
000000                 END-READ
000000         END-START
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CAS-DATE
000000* OVERVIEW : 日付チェック処理
000000*            暦日妥当性（月・日の範囲、うるう年）と営業日
000000* MODULE   : CBV0001-EDIT-BUSINESS-DAY
000000* OVERVIEW : 営業日判定処理
000000*            週末（土日）と休日カレンダ登録日の判定
000000*            （使用カレンダ地域・日付キーで直接照会）
000000*/-------------------------------------------------------------/*
000000 CBV0001-EDIT-BUSINESS-DAY.
000000     MOVE WS-DATE-X              TO WS-DATE-N.
000000     COMPUTE WS-DOW = FUNCTION MOD(
000000             FUNCTION INTEGER-OF-DATE(WS-DATE-N), 7).
000000     MOVE 'N'                    TO WS-CAL-HIT.
000000     IF WS-CALFILE-AVAIL AND S01-LOOKUP-BY-CALLER
000000         IF WS-CAL-USE-REGION = SPACES
000000             MOVE S01-LK-COM-HOL-FLG TO WS-CAL-HIT
000000         ELSE
000000             MOVE S01-LK-REG-HOL-FLG TO WS-CAL-HIT
000000         END-IF
000000     END-IF.
000000     IF WS-CALFILE-AVAIL AND NOT S01-LOOKUP-BY-CALLER
000000         MOVE WS-CAL-USE-REGION  TO CAL-REGION
000000         MOVE WS-DATE-X          TO CAL-DATE
000000         READ CAL-FILE KEY IS CAL-KEY
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 MOVE 'Y'        TO WS-CAL-HIT
000000         END-READ
000000     END-IF.
000000     IF WS-DOW = 0 OR WS-DOW = 6 OR WS-CAL-HIT = 'Y'
000000         MOVE 'N'                TO WS-LOOP-FLG
000000         SET S01-ERR-BUSDAY      TO TRUE
000000*            判定
000000*/-------------------------------------------------------------/*
000000 CBV0001-CAS-XREF.
000000     IF S01-LOOKUP-BY-CALLER
000000         IF S01-LK-MST-FOUND
000000             MOVE S01-LK-MST-RECORD TO WS-MSTR-RECORD
000000             PERFORM CBV0001-EDIT-XREF-WINDOW
000000         ELSE
000000             MOVE 'N'            TO WS-LOOP-FLG
000000             SET S01-ERR-NOTFOUND TO TRUE
000000         END-IF
000000     ELSE
000000         MOVE S01-NUM-VALUE      TO MSTR-CODE
000000         READ MASTER-FILE INTO WS-MSTR-RECORD
000000             INVALID KEY
000000                 MOVE 'N'        TO WS-LOOP-FLG
000000                 SET S01-ERR-NOTFOUND TO TRUE
000000             NOT INVALID KEY
000000                 PERFORM CBV0001-EDIT-XREF-WINDOW
000000         END-READ
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-EDIT-XREF-WINDOW
000000*/-------------------------------------------------------------/*
000000 CBV0001-EDIT-XREF-WINDOW.
000000     EVALUATE TRUE
000000         WHEN WS-MSTR-SUSPENDED
000000             MOVE 'N'            TO WS-LOOP-FLG
000000             SET S01-ERR-SUSP    TO TRUE
000000         WHEN S01-XREF-DATE IS NOT NUMERIC
000000             CONTINUE
000000         WHEN WS-MSTR-EFF-FROM IS NUMERIC
000000          AND S01-XREF-DATE < WS-MSTR-EFF-FROM
000000             MOVE 'N'            TO WS-LOOP-FLG
000000             SET S01-ERR-NOTEFF  TO TRUE
000000         WHEN WS-MSTR-EFF-TO IS NUMERIC
000000          AND S01-XREF-DATE > WS-MSTR-EFF-TO
000000             MOVE 'N'            TO WS-LOOP-FLG
000000             SET S01-ERR-NOTEFF  TO TRUE
000000         WHEN OTHER
