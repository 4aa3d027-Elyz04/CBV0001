000000*****************************************************************
000000 IDENTIFICATION                  DIVISION.
000000 PROGRAM-ID.                     CBV0001S03.
000000*/-------------------------------------------------------------/*
000000*    SYSTEM NAME    :            INPUT VALIDATION SAMPLE
000000*    PROGRAM-ID     :            CBV0001S03
000000*    JOB NAME       :            N/A（CALLサブプログラム）
000000*    INPUT          :            LAYFILE（明細レイアウト定義）
000000*                                連絡領域（CBV0001LC）
000000*    OUTPUT         :            連絡領域（CBV0001LC）
000000*    AFFECT TABLE   :            N/A
000000*    CREATE DATE    :            2026/10/15
000000*    UPDATE DATE    :            2026/10/15
000000*    AUTHOR         :            Elyz04
000000*    PURPOSE        :            明細レイアウト展開処理（発生元
000000*                                システム別のレイアウト定義に
000000*                                従い明細を項目分割し、項目ごと
000000*                                のチェック条件と、標準レイアウ
000000*                                トへ編集した明細イメージを返却
000000*                                する。定義のないシステムは従来
000000*                                の標準レイアウトで扱う）
000000*/-------------------------------------------------------------/*
000000*    UPDATE         :
000000*        2026/10/15 : 初版作成
000000*/-------------------------------------------------------------/*
000000 ENVIRONMENT                     DIVISION.
000000 INPUT-OUTPUT                    SECTION.
000000 FILE-CONTROL.
000000     SELECT OPTIONAL LAYOUT-FILE     ASSIGN TO "LAYFILE"
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-LAYOUT-STATUS.
000000 DATA                            DIVISION.
000000 FILE                            SECTION.
000000*/-------------------------------------------------------------/*
000000*  明細レイアウト定義ファイル（1項目1レコード、発生元システム
000000*  ＋項目順序。先頭'*'または空白行は注記として読み飛ばす）
000000*    項目役割   : C=コード A=金額 T=取引日付 D=摘要 空白=その他
000000*    チェック型 : N/D/A/X/T（CBV0001S01のチェック型）、
000000*                 空白=チェックなし（必須指定時は空白のみ判定）
000000*/-------------------------------------------------------------/*
000000 FD  LAYOUT-FILE.
000000 01  LAY-RECORD.
000000     03 LAY-ORIG-SYS             PIC X(08).
000000     03 LAY-FLD-SEQ              PIC 9(02).
000000     03 LAY-FLD-NAME             PIC X(10).
000000     03 LAY-FLD-ROLE             PIC X(01).
000000     03 LAY-FLD-OFFSET           PIC 9(03).
000000     03 LAY-FLD-LENGTH           PIC 9(03).
000000     03 LAY-FLD-MODE             PIC X(01).
000000     03 LAY-FLD-MIN              PIC 9(02).
000000     03 LAY-FLD-MAX              PIC 9(02).
000000     03 LAY-FLD-XREF             PIC X(01).
000000     03 LAY-FLD-REQ              PIC X(01).
000000     03 FILLER                   PIC X(46).
000000 WORKING-STORAGE                 SECTION.
000000*/-------------------------------------------------------------/*
000000*  ホスト変数
000000*/-------------------------------------------------------------/*
000000 01 WS-VARIABLES.
000000    03 WS-EOF-FLG                PIC X(01) VALUE 'N'.
000000       88 WS-EOF                           VALUE 'Y'.
000000    03 WS-LOADED-FLG             PIC X(01) VALUE 'N'.
000000       88 WS-LOADED                        VALUE 'Y'.
000000    03 WS-LAY-FULL-FLG           PIC X(01) VALUE 'N'.
000000       88 WS-LAY-FULL                      VALUE 'Y'.
000000    03 WS-CUR-SYS                PIC X(08) VALUE HIGH-VALUES.
000000    03 WS-CUR-LAYOUT             PIC X(292) VALUE SPACES.
000000    03 WS-IX                     PIC 9(03) VALUE 0.
000000    03 WS-FX                     PIC 9(02) VALUE 0.
000000    03 WS-FLD-END                PIC 9(04) VALUE 0.
000000    03 WS-FLD-LIMIT              PIC 9(03) VALUE 0.
000000    03 WS-ROLE-CNT-C             PIC 9(02) VALUE 0.
000000    03 WS-ROLE-CNT-A             PIC 9(02) VALUE 0.
000000    03 WS-ROLE-CNT-T             PIC 9(02) VALUE 0.
000000    03 WS-ROLE-CNT-D             PIC 9(02) VALUE 0.
000000*/-------------------------------------------------------------/*
000000*  レイアウト定義テーブル（LAYFILEを初回呼出し時に展開）
000000*/-------------------------------------------------------------/*
000000 01 WS-LAY-TABLE.
000000    03 WS-LAY-CNT                PIC 9(03) VALUE 0.
000000    03 WS-LAY-ENT OCCURS 500.
000000       05 WS-LAY-SYS             PIC X(08).
000000       05 WS-LAY-SEQ             PIC 9(02).
000000       05 WS-LAY-NAME            PIC X(10).
000000       05 WS-LAY-ROLE            PIC X(01).
000000       05 WS-LAY-OFFSET          PIC 9(03).
000000       05 WS-LAY-LENGTH          PIC 9(03).
000000       05 WS-LAY-MODE            PIC X(01).
000000       05 WS-LAY-MIN             PIC 9(02).
000000       05 WS-LAY-MAX             PIC 9(02).
000000       05 WS-LAY-XREF            PIC X(01).
000000       05 WS-LAY-REQ             PIC X(01).
000000*/-------------------------------------------------------------/*
000000*  標準レイアウト編集領域（下流処理が前提とする明細形式）
000000*/-------------------------------------------------------------/*
000000 01 WS-STD-AREA                  PIC X(200).
000000 01 WS-STD-FIELDS REDEFINES WS-STD-AREA.
000000    03 WS-STD-CODE               PIC X(09).
000000    03 WS-STD-AMOUNT             PIC X(12).
000000    03 WS-STD-TRAN-DATE          PIC X(08).
000000    03 WS-STD-DESC               PIC X(40).
000000    03 FILLER                    PIC X(131).
000000*/-------------------------------------------------------------/*
000000*  ファイル状態キー
000000*/-------------------------------------------------------------/*
000000 01 WS-FILE-STATUS.
000000    03 WS-LAYOUT-STATUS          PIC X(02).
000000*/-------------------------------------------------------------/*
000000*  定数定義
000000*/-------------------------------------------------------------/*
000000 01 CST-VARIABLES.
000000    03 CST-LAY-MAX               PIC 9(03) VALUE 500.
000000    03 CST-FLD-MAX               PIC 9(02) VALUE 10.
000000    03 CST-REC-LEN               PIC 9(03) VALUE 200.
000000    03 CST-VALUE-LEN             PIC 9(02) VALUE 40.
000000 LINKAGE                         SECTION.
000000*/-------------------------------------------------------------/*
000000*  連絡領域（呼出し元との授受）
000000*/-------------------------------------------------------------/*
000000 COPY CBV0001LC.
000000*/-------------------------------------------------------------/*
000000 PROCEDURE                       DIVISION
000000                                 USING S03-PARM-AREA.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CTL-MAIN
000000* OVERVIEW : メイン処理
000000*            初回呼出し時にレイアウト定義を展開し、発生元
000000*            システムが変わった時のみレイアウトを再解決
000000*            （前回と同一システムは保持中のレイアウトを使用）
000000*/-------------------------------------------------------------/*
000000 CBV0001-CTL-MAIN.
000000     IF NOT WS-LOADED
000000         PERFORM CBV0001-LOAD-LAYOUT
000000     END-IF.
000000     IF S03-ORIG-SYS NOT = WS-CUR-SYS
000000         PERFORM CBV0001-RESOLVE-LAYOUT
000000         MOVE S03-ORIG-SYS       TO WS-CUR-SYS
000000         MOVE S03-LAYOUT         TO WS-CUR-LAYOUT
000000     ELSE
000000         MOVE WS-CUR-LAYOUT      TO S03-LAYOUT
000000     END-IF.
000000     PERFORM CBV0001-EXTRACT-FIELDS.
000000     GOBACK.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-LAYOUT
000000* OVERVIEW : レイアウト定義読込処理
000000*            ファイル未作成・オープン不可時は全システムを
000000*            標準レイアウトで扱う
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-LAYOUT.
000000     SET WS-LOADED               TO TRUE.
000000     MOVE 0                      TO WS-LAY-CNT.
000000     OPEN INPUT LAYOUT-FILE.
000000     IF WS-LAYOUT-STATUS = '00'
000000         PERFORM UNTIL WS-EOF
000000             READ LAYOUT-FILE
000000                 AT END
000000                     SET WS-EOF  TO TRUE
000000                 NOT AT END
000000                     PERFORM CBV0001-LOAD-ONE-LAYOUT
000000             END-READ
000000         END-PERFORM
000000         CLOSE LAYOUT-FILE
000000     ELSE
000000         IF WS-LAYOUT-STATUS NOT = '05'
000000             DISPLAY 'CBV0001S03: LAYOUT CONTROL FILE NOT'
000000                     ' AVAILABLE - STANDARD LAYOUT USED -'
000000                     ' STATUS=' WS-LAYOUT-STATUS
000000         END-IF
000000         CLOSE LAYOUT-FILE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-LOAD-ONE-LAYOUT
000000* OVERVIEW : レイアウト定義1件展開処理
000000*            注記行は読み飛ばし、テーブル超過時は超過フラグを
000000*            設定（以後の解決は全てレイアウト不正とする）
000000*/-------------------------------------------------------------/*
000000 CBV0001-LOAD-ONE-LAYOUT.
000000     IF LAY-RECORD(1:1) = '*'
000000     OR LAY-RECORD = SPACES
000000         CONTINUE
000000     ELSE
000000         IF WS-LAY-CNT < CST-LAY-MAX
000000             ADD 1 TO WS-LAY-CNT
000000             MOVE LAY-RECORD(1:34)
000000                                 TO WS-LAY-ENT(WS-LAY-CNT)
000000         ELSE
000000             IF NOT WS-LAY-FULL
000000                 DISPLAY 'CBV0001S03: LAYOUT CONTROL TABLE FULL'
000000                         ' - MAX=' CST-LAY-MAX
000000             END-IF
000000             SET WS-LAY-FULL     TO TRUE
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-RESOLVE-LAYOUT
000000* OVERVIEW : レイアウト解決処理
000000*            対象システムの定義があれば定義から組み立てて
000000*            妥当性を検証し、なければ標準レイアウトを設定
000000*/-------------------------------------------------------------/*
000000 CBV0001-RESOLVE-LAYOUT.
000000     INITIALIZE S03-LAYOUT.
000000     SET S03-LAYOUT-VALID        TO TRUE.
000000     MOVE 'S'                    TO S03-LAYOUT-SRC.
000000     PERFORM VARYING WS-IX FROM 1 BY 1
000000             UNTIL WS-IX > WS-LAY-CNT
000000         IF WS-LAY-SYS(WS-IX) = S03-ORIG-SYS
000000         AND S03-ORIG-SYS NOT = SPACES
000000             PERFORM CBV0001-BUILD-ONE-FIELD
000000         END-IF
000000     END-PERFORM.
000000     EVALUATE TRUE
000000         WHEN WS-LAY-FULL
000000             MOVE 'N'            TO S03-LAYOUT-FLG
000000             MOVE 'LAYOUT CONTROL TABLE FULL'
000000                                 TO S03-LAYOUT-MSG
000000         WHEN NOT S03-LAYOUT-VALID
000000             CONTINUE
000000         WHEN S03-FLD-CNT = 0
000000             PERFORM CBV0001-SET-BUILTIN
000000         WHEN OTHER
000000             PERFORM CBV0001-CHECK-LAYOUT
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-BUILD-ONE-FIELD
000000* OVERVIEW : 項目定義1件組立て処理
000000*            項目順序を格納位置として定義を設定
000000*            （順序不正・重複時はレイアウト不正）
000000*/-------------------------------------------------------------/*
000000 CBV0001-BUILD-ONE-FIELD.
000000     IF WS-LAY-SEQ(WS-IX) NOT NUMERIC
000000     OR WS-LAY-SEQ(WS-IX) < 1
000000     OR WS-LAY-SEQ(WS-IX) > CST-FLD-MAX
000000         IF S03-LAYOUT-VALID
000000             MOVE 'N'            TO S03-LAYOUT-FLG
000000             MOVE 'FIELD SEQUENCE OUT OF RANGE'
000000                                 TO S03-LAYOUT-MSG
000000         END-IF
000000     ELSE
000000         MOVE WS-LAY-SEQ(WS-IX)  TO WS-FX
000000         IF S03-FLD-LENGTH(WS-FX) NOT = 0
000000         OR S03-FLD-NAME(WS-FX) NOT = SPACES
000000             IF S03-LAYOUT-VALID
000000                 MOVE 'N'        TO S03-LAYOUT-FLG
000000                 MOVE 'DUPLICATE FIELD SEQUENCE'
000000                                 TO S03-LAYOUT-MSG
000000             END-IF
000000         ELSE
000000             MOVE WS-LAY-NAME(WS-IX)
000000                                 TO S03-FLD-NAME(WS-FX)
000000             MOVE WS-LAY-ROLE(WS-IX)
000000                                 TO S03-FLD-ROLE(WS-FX)
000000             MOVE WS-LAY-MODE(WS-IX)
000000                                 TO S03-FLD-MODE(WS-FX)
000000             MOVE WS-LAY-XREF(WS-IX)
000000                                 TO S03-FLD-XREF(WS-FX)
000000             MOVE WS-LAY-REQ(WS-IX)
000000                                 TO S03-FLD-REQ(WS-FX)
000000             IF WS-LAY-OFFSET(WS-IX) NUMERIC
000000             AND WS-LAY-LENGTH(WS-IX) NUMERIC
000000             AND WS-LAY-MIN(WS-IX) NUMERIC
000000             AND WS-LAY-MAX(WS-IX) NUMERIC
000000                 MOVE WS-LAY-OFFSET(WS-IX)
000000                                 TO S03-FLD-OFFSET(WS-FX)
000000                 MOVE WS-LAY-LENGTH(WS-IX)
000000                                 TO S03-FLD-LENGTH(WS-FX)
000000                 MOVE WS-LAY-MIN(WS-IX)
000000                                 TO S03-FLD-MIN(WS-FX)
000000                 MOVE WS-LAY-MAX(WS-IX)
000000                                 TO S03-FLD-MAX(WS-FX)
000000             ELSE
000000                 IF S03-LAYOUT-VALID
000000                     MOVE 'N'    TO S03-LAYOUT-FLG
000000                     MOVE 'FIELD POSITION NOT NUMERIC'
000000                                 TO S03-LAYOUT-MSG
000000                 END-IF
000000             END-IF
000000             IF WS-FX > S03-FLD-CNT
000000                 MOVE WS-FX      TO S03-FLD-CNT
000000             END-IF
000000         END-IF
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-LAYOUT
000000* OVERVIEW : レイアウト妥当性検証処理
000000*            各項目の位置・長さ・チェック条件と、項目役割
000000*            （コード必須1件、金額・日付・摘要は各1件以内）を
000000*            検証し、役割ごとの項目位置を設定
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-LAYOUT.
000000     MOVE 0                      TO WS-ROLE-CNT-C
000000                                    WS-ROLE-CNT-A
000000                                    WS-ROLE-CNT-T
000000                                    WS-ROLE-CNT-D.
000000     PERFORM VARYING WS-FX FROM 1 BY 1
000000             UNTIL WS-FX > S03-FLD-CNT
000000                OR NOT S03-LAYOUT-VALID
000000         IF S03-FLD-NAME(WS-FX) NOT = SPACES
000000         OR S03-FLD-LENGTH(WS-FX) NOT = 0
000000             PERFORM CBV0001-CHECK-ONE-FIELD
000000         END-IF
000000     END-PERFORM.
000000     IF S03-LAYOUT-VALID
000000         EVALUATE TRUE
000000             WHEN WS-ROLE-CNT-C NOT = 1
000000                 MOVE 'N'        TO S03-LAYOUT-FLG
000000                 MOVE 'EXACTLY ONE CODE FIELD REQUIRED'
000000                                 TO S03-LAYOUT-MSG
000000             WHEN WS-ROLE-CNT-A > 1
000000             OR   WS-ROLE-CNT-T > 1
000000             OR   WS-ROLE-CNT-D > 1
000000                 MOVE 'N'        TO S03-LAYOUT-FLG
000000                 MOVE 'DUPLICATE FIELD ROLE'
000000                                 TO S03-LAYOUT-MSG
000000             WHEN OTHER
000000                 CONTINUE
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-CHECK-ONE-FIELD
000000* OVERVIEW : 項目定義1件検証処理
000000*            位置・長さ（明細200桁以内、項目40桁以内、役割別
000000*            上限）、チェック型、最小・最大桁、各フラグを検証
000000*/-------------------------------------------------------------/*
000000 CBV0001-CHECK-ONE-FIELD.
000000     COMPUTE WS-FLD-END = S03-FLD-OFFSET(WS-FX)
000000                        + S03-FLD-LENGTH(WS-FX) - 1.
000000     EVALUATE S03-FLD-ROLE(WS-FX)
000000         WHEN 'C'
000000             ADD 1 TO WS-ROLE-CNT-C
000000             MOVE WS-FX          TO S03-CODE-IX
000000             MOVE 9              TO WS-FLD-LIMIT
000000         WHEN 'A'
000000             ADD 1 TO WS-ROLE-CNT-A
000000             MOVE WS-FX          TO S03-AMT-IX
000000             MOVE 12             TO WS-FLD-LIMIT
000000         WHEN 'T'
000000             ADD 1 TO WS-ROLE-CNT-T
000000             MOVE WS-FX          TO S03-DATE-IX
000000             MOVE 8              TO WS-FLD-LIMIT
000000         WHEN 'D'
000000             ADD 1 TO WS-ROLE-CNT-D
000000             MOVE WS-FX          TO S03-DESC-IX
000000             MOVE CST-VALUE-LEN  TO WS-FLD-LIMIT
000000         WHEN SPACE
000000             MOVE CST-VALUE-LEN  TO WS-FLD-LIMIT
000000         WHEN OTHER
000000             MOVE 0              TO WS-FLD-LIMIT
000000     END-EVALUATE.
000000     EVALUATE TRUE
000000         WHEN WS-FLD-LIMIT = 0
000000             MOVE 'N'            TO S03-LAYOUT-FLG
000000             MOVE 'INVALID FIELD ROLE'
000000                                 TO S03-LAYOUT-MSG
000000         WHEN S03-FLD-OFFSET(WS-FX) < 1
000000         OR   S03-FLD-LENGTH(WS-FX) < 1
000000         OR   WS-FLD-END > CST-REC-LEN
000000             MOVE 'N'            TO S03-LAYOUT-FLG
000000             MOVE 'FIELD POSITION OUTSIDE RECORD'
000000                                 TO S03-LAYOUT-MSG
000000         WHEN S03-FLD-LENGTH(WS-FX) > WS-FLD-LIMIT
000000         OR  (S03-ROLE-DATE(WS-FX)
000000         AND  S03-FLD-LENGTH(WS-FX) NOT = 8)
000000             MOVE 'N'            TO S03-LAYOUT-FLG
000000             MOVE 'FIELD LENGTH INVALID FOR ROLE'
000000                                 TO S03-LAYOUT-MSG
000000         WHEN S03-FLD-MODE(WS-FX) NOT = 'N'
000000         AND  S03-FLD-MODE(WS-FX) NOT = 'D'
000000         AND  S03-FLD-MODE(WS-FX) NOT = 'A'
000000         AND  S03-FLD-MODE(WS-FX) NOT = 'X'
000000         AND  S03-FLD-MODE(WS-FX) NOT = 'T'
000000         AND  S03-FLD-MODE(WS-FX) NOT = SPACE
000000             MOVE 'N'            TO S03-LAYOUT-FLG
000000             MOVE 'INVALID CHECK MODE'
000000                                 TO S03-LAYOUT-MSG
000000         WHEN S03-FLD-MIN(WS-FX) > S03-FLD-MAX(WS-FX)
000000             MOVE 'N'            TO S03-LAYOUT-FLG
000000             MOVE 'MINIMUM LENGTH ABOVE MAXIMUM'
000000                                 TO S03-LAYOUT-MSG
000000         WHEN (S03-FLD-XREF(WS-FX) NOT = 'Y'
000000         AND   S03-FLD-XREF(WS-FX) NOT = 'N'
000000         AND   S03-FLD-XREF(WS-FX) NOT = SPACE)
000000         OR   (S03-FLD-REQ(WS-FX) NOT = 'Y'
000000         AND   S03-FLD-REQ(WS-FX) NOT = 'N'
000000         AND   S03-FLD-REQ(WS-FX) NOT = SPACE)
000000             MOVE 'N'            TO S03-LAYOUT-FLG
000000             MOVE 'INVALID XREF OR REQUIRED FLAG'
000000                                 TO S03-LAYOUT-MSG
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-SET-BUILTIN
000000* OVERVIEW : 標準レイアウト設定処理
000000*            定義のないシステムは従来の固定レイアウト
000000*            （コードは呼出し元指定のチェック型・桁数、金額D
000000*            1～9桁、取引日付T 8桁、摘要はチェックなし）
000000*/-------------------------------------------------------------/*
000000 CBV0001-SET-BUILTIN.
000000     INITIALIZE S03-LAYOUT.
000000     SET S03-LAYOUT-VALID        TO TRUE.
000000     MOVE 'B'                    TO S03-LAYOUT-SRC.
000000     MOVE 4                      TO S03-FLD-CNT.
000000     MOVE 1                      TO S03-CODE-IX.
000000     MOVE 2                      TO S03-AMT-IX.
000000     MOVE 3                      TO S03-DATE-IX.
000000     MOVE 4                      TO S03-DESC-IX.
000000     MOVE 'CODE'                 TO S03-FLD-NAME(1).
000000     MOVE 'C'                    TO S03-FLD-ROLE(1).
000000     MOVE 1                      TO S03-FLD-OFFSET(1).
000000     MOVE 9                      TO S03-FLD-LENGTH(1).
000000     MOVE S03-DFT-MODE           TO S03-FLD-MODE(1).
000000     MOVE S03-DFT-MIN            TO S03-FLD-MIN(1).
000000     MOVE S03-DFT-MAX            TO S03-FLD-MAX(1).
000000     MOVE 'Y'                    TO S03-FLD-XREF(1).
000000     MOVE 'Y'                    TO S03-FLD-REQ(1).
000000     MOVE 'AMOUNT'               TO S03-FLD-NAME(2).
000000     MOVE 'A'                    TO S03-FLD-ROLE(2).
000000     MOVE 10                     TO S03-FLD-OFFSET(2).
000000     MOVE 12                     TO S03-FLD-LENGTH(2).
000000     MOVE 'D'                    TO S03-FLD-MODE(2).
000000     MOVE 1                      TO S03-FLD-MIN(2).
000000     MOVE 9                      TO S03-FLD-MAX(2).
000000     MOVE 'N'                    TO S03-FLD-XREF(2).
000000     MOVE 'Y'                    TO S03-FLD-REQ(2).
000000     MOVE 'TRAN-DATE'            TO S03-FLD-NAME(3).
000000     MOVE 'T'                    TO S03-FLD-ROLE(3).
000000     MOVE 22                     TO S03-FLD-OFFSET(3).
000000     MOVE 8                      TO S03-FLD-LENGTH(3).
000000     MOVE 'T'                    TO S03-FLD-MODE(3).
000000     MOVE 8                      TO S03-FLD-MIN(3).
000000     MOVE 8                      TO S03-FLD-MAX(3).
000000     MOVE 'N'                    TO S03-FLD-XREF(3).
000000     MOVE 'Y'                    TO S03-FLD-REQ(3).
000000     MOVE 'DESC'                 TO S03-FLD-NAME(4).
000000     MOVE 'D'                    TO S03-FLD-ROLE(4).
000000     MOVE 30                     TO S03-FLD-OFFSET(4).
000000     MOVE 40                     TO S03-FLD-LENGTH(4).
000000     MOVE SPACE                  TO S03-FLD-MODE(4).
000000     MOVE 0                      TO S03-FLD-MIN(4).
000000     MOVE 40                     TO S03-FLD-MAX(4).
000000     MOVE 'N'                    TO S03-FLD-XREF(4).
000000     MOVE 'N'                    TO S03-FLD-REQ(4).
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-EXTRACT-FIELDS
000000* OVERVIEW : 明細項目分割処理
000000*            各項目値を切り出し、標準レイアウトの明細イメージを
000000*            編集（標準レイアウト・レイアウト不正時は明細を
000000*            そのまま返却）
000000*/-------------------------------------------------------------/*
000000 CBV0001-EXTRACT-FIELDS.
000000     MOVE SPACES                 TO S03-FLD-VALUES.
000000     IF S03-LAY-BUILTIN
000000     OR NOT S03-LAYOUT-VALID
000000         MOVE S03-RAW-DATA       TO WS-STD-AREA
000000     ELSE
000000         MOVE SPACES             TO WS-STD-AREA
000000     END-IF.
000000     IF S03-LAYOUT-VALID
000000         PERFORM VARYING WS-FX FROM 1 BY 1
000000                 UNTIL WS-FX > S03-FLD-CNT
000000             IF S03-FLD-LENGTH(WS-FX) > 0
000000                 PERFORM CBV0001-EXTRACT-ONE-FIELD
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     MOVE WS-STD-AREA            TO S03-STD-DATA.
000000     EXIT.
000000*/-------------------------------------------------------------/*
000000* MODULE   : CBV0001-EXTRACT-ONE-FIELD
000000* OVERVIEW : 項目1件切出し処理
000000*            項目値を設定し、役割に応じ標準レイアウトの該当
000000*            位置へ転記
000000*/-------------------------------------------------------------/*
000000 CBV0001-EXTRACT-ONE-FIELD.
000000     MOVE S03-RAW-DATA(S03-FLD-OFFSET(WS-FX):
000000                       S03-FLD-LENGTH(WS-FX))
000000                                 TO S03-FLD-VALUE(WS-FX).
000000     IF S03-LAY-SYSTEM
000000         EVALUATE TRUE
000000             WHEN S03-ROLE-CODE(WS-FX)
000000                 MOVE S03-FLD-VALUE(WS-FX)
000000                                 TO WS-STD-CODE
000000             WHEN S03-ROLE-AMT(WS-FX)
000000                 MOVE S03-FLD-VALUE(WS-FX)
000000                                 TO WS-STD-AMOUNT
000000             WHEN S03-ROLE-DATE(WS-FX)
000000                 MOVE S03-FLD-VALUE(WS-FX)
000000                                 TO WS-STD-TRAN-DATE
000000             WHEN S03-ROLE-DESC(WS-FX)
000000                 MOVE S03-FLD-VALUE(WS-FX)
000000                                 TO WS-STD-DESC
000000             WHEN OTHER
000000                 CONTINUE
000000         END-EVALUATE
000000     END-IF.
000000     EXIT.
000000*****************************************************************
