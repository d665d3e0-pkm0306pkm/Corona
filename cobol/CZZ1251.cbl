       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CZZ1251.

      ******************************************************************
      * 購読者別 配信ファイル作成プログラム
      * 購読管理ファイル(ec2_subscriptions.txt、
      * "購読者ID|対象国|内容|形式" 形式。空行・"*"始まりはコメント
      * 扱い)の購読者毎に、業務日付分の配信ファイルを1本ずつ作成する。
      *   購読者ID: 英大文字・数字・"-"・"_" の16桁以内
      *   対象国  : ALL(全件)、または国名/ISO国コードを";"区切りで
      *             20件まで列記(国名に","を含む国があるため)
      *   内容    : DETAIL  = 明細行(CZZ1230 のクレンジング済みCSV)
      *             SUMMARY = 国別サマリ(CZZ1233 のCountryサマリ)
      *             TREND   = 7日トレンド(CZZ1234 のトレンドレポート)
      *   形式    : CSV(見出し付き) / FIXED(固定長) /
      *             JSONL(1行1JSONオブジェクト)
      * 配信ファイル名は DISTRIBUTION-PREFIX + 購読者ID + "_" +
      * 業務日付 + 拡張子(.csv/.txt/.jsonl)とし、購読者毎の
      * ファイル名・件数・バイト数・ハッシュ(Adler-32、改行を含む
      * ファイル全体)を配信マニフェスト(DISTRIBUTION-PREFIX +
      * "manifest_" + 業務日付 + ".txt")へ記録する。受信側は
      * マニフェストの件数・ハッシュで受領ファイルの欠落・改変を
      * 検証できる。
      * 業務日付は環境変数(CZZ1251_BUSDATE、CZZ1240からの起動時)、
      * 引数、システム日付の順に採用する。
      * ランログには READ=購読件数(不正行を含む)、WRITE=配信した
      * ファイル数、REJ=不正な購読行と未配信の購読者数を記録する。
      * 各部署向けに手作業で切り出していた配信作業の置き換え
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT  FDZZSUB  ASSIGN TO "FDZZSUB"                                    "ec2_subscriptions.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-SUB-FS.
       SELECT  FDZZ9CC  ASSIGN TO "FDZZ9CC"                                    "ec2_datacln.csv"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-CLN-FS.
       SELECT  FDZZ9C5  ASSIGN TO "FDZZ9C5"                                    "ec2_country_summary.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-SUM-FS.
       SELECT  FDZZTRD  ASSIGN TO "FDZZTRD"                                    "ec2_trend_report.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-TRD-FS.
       SELECT  FDZZREF  ASSIGN TO "FDZZREF"                                    "ec2_country_ref.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-REF-COUNTRY-NAME
               FILE STATUS        IS   WK-REF-FS.
       SELECT  FDZZSBO  ASSIGN TO "FDZZSBO"                                    "ec2_dist_<ID>_<BUSDATE>.*"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-SBO-FS.
       SELECT  FDZZMAN  ASSIGN TO "FDZZMAN"                                    "ec2_dist_manifest_<BUSDATE>.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-MAN-FS.
       SELECT  FDZZRUN  ASSIGN TO "FDZZRUN"                                    "ec2_runlog.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-RUN-KEY
               FILE STATUS        IS   WK-RUN-FS.
       SELECT  FDZZPRM  ASSIGN TO "FDZZPRM"                                    "ec2_runtime_parms.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-PRM-FS.

      ******************************************************************
       DATA                DIVISION.
       FILE                SECTION.
       FD FDZZSUB RECORDING MODE IS V.
          01 FDZZSUB-IN-REC                 PIC X(300).
       FD FDZZ9CC RECORDING MODE IS V.
          01 FDZZ9CC-IN-REC                 PIC X(300).
       FD FDZZ9C5 RECORDING MODE IS V.
          01 FDZZ9C5-IN-REC                 PIC X(130).
       FD FDZZTRD RECORDING MODE IS V.
          01 FDZZTRD-IN-REC                 PIC X(90).
       FD FDZZREF.
           COPY  CZZREF01.
       FD FDZZSBO RECORDING MODE IS V.
          01 FDZZSBO-OUT-REC                PIC X(400).
       FD FDZZMAN RECORDING MODE IS V.
          01 FDZZMAN-OUT-REC                PIC X(200).
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).

      ******************************************************************
       WORKING-STORAGE     SECTION.
      ******************************************************************
       01  WK-AREA.
           03 WK-SUB-EOF-FLG                 PIC X    VALUE "N".
           03 WK-SRC-EOF-FLG                 PIC X    VALUE "N".
           03 WK-CNT-FDZZSUB                 PIC 9(6) VALUE 0.
           03 WK-CNT-SUB-REJ                 PIC 9(6) VALUE 0.
           03 WK-CNT-SRC-LINE                PIC 9(6) VALUE 0.
           03 WK-CNT-SRC-SKIP                PIC 9(6) VALUE 0.
           03 WK-CNT-DELIVERED               PIC 9(6) VALUE 0.
           03 WK-CNT-EMPTY                   PIC 9(6) VALUE 0.
           03 WK-CNT-NOT-DELIVERED           PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZMAN                 PIC 9(6) VALUE 0.
           03 WK-CNT-EXCEPTION               PIC 9(6) VALUE 0.
           03 WK-FINAL-RC                    PIC 9(2) VALUE 0.

       01  WK-SUB-FS                         PIC X(2) VALUE "00".
       01  WK-CLN-FS                         PIC X(2) VALUE "00".
       01  WK-SUM-FS                         PIC X(2) VALUE "00".
       01  WK-TRD-FS                         PIC X(2) VALUE "00".
       01  WK-REF-FS                         PIC X(2) VALUE "00".
       01  WK-SBO-FS                         PIC X(2) VALUE "00".
       01  WK-MAN-FS                         PIC X(2) VALUE "00".
       01  WK-SUB-AVAILABLE                  PIC X    VALUE "N".
       01  WK-REF-AVAILABLE                  PIC X    VALUE "N".
       01  WK-SRC-AVAILABLE                  PIC X    VALUE "N".
       01  WK-NUMVAL-RC                      PIC S9(4) COMP.

      *    業務日付(配信ファイル名・マニフェスト名に埋め込む)
       01  WK-BUSDATE-ARG                    PIC X(20) VALUE SPACES.
       01  WK-DIST-BUSDATE                   PIC X(8)  VALUE SPACES.

      *    配信ファイル名・マニフェスト名
       01  WK-SBO-FILE                       PIC X(60) VALUE SPACES.
       01  WK-MAN-FILE                       PIC X(60) VALUE SPACES.

      *    購読管理ファイル1行分の解釈用
       01  WK-SUB-PARSE-AREA.
           03 WK-SUB-ID-X                    PIC X(30).
           03 WK-SUB-SEL-X                   PIC X(200).
           03 WK-SUB-CONTENT-X               PIC X(20).
           03 WK-SUB-FORMAT-X                PIC X(20).
           03 WK-SUB-OK                      PIC X    VALUE "N".
           03 WK-SUB-REASON                  PIC X(40).
           03 WK-SUB-CHAR                    PIC X(1).
           03 WK-SUB-CI                      PIC 9(3) VALUE 0.
           03 WK-SUB-LEN                     PIC 9(3) VALUE 0.
           03 WK-SEL-WORK                    PIC X(60).
           03 WK-SEL-PTR                     PIC 9(3) VALUE 0.
           03 WK-SEL-LEN                     PIC 9(3) VALUE 0.

      *    購読テーブル
      *    配信結果: DELIVERED=配信済 EMPTY=該当0件で配信
      *              NO-SOURCE=配信元ファイル無し OPEN-FAILED=作成不可
       01  WK-SUB-COUNT                      PIC 9(3) VALUE 0.
       01  WK-SUB-TABLE.
           03 WK-SUB-ENTRY OCCURS 100 TIMES.
               05 WK-SUB-ID                   PIC X(16).
               05 WK-SUB-CONTENT              PIC X(8).
               05 WK-SUB-FORMAT               PIC X(8).
               05 WK-SUB-ALL-FLG              PIC X(1).
               05 WK-SUB-SEL-COUNT            PIC 9(2).
               05 WK-SUB-SEL-ENTRY OCCURS 20 TIMES.
                   07 WK-SUB-SEL              PIC X(30).
               05 WK-SUB-FILE                 PIC X(60).
               05 WK-SUB-RECORDS              PIC 9(6).
               05 WK-SUB-BYTES                PIC 9(10).
               05 WK-SUB-HASH                 PIC X(8).
               05 WK-SUB-STATUS               PIC X(12).
       01  WK-SUB-I                          PIC 9(3) VALUE 0.
       01  WK-SUB-J                          PIC 9(3) VALUE 0.
       01  WK-SEL-I                          PIC 9(2) VALUE 0.

      *    配信元1行分の共通項目(内容により使う項目が異なる)
       01  WK-ROW-AREA.
           03 WK-ROW-DATE                    PIC X(20).
           03 WK-ROW-PROVINCE                PIC X(30).
           03 WK-ROW-COUNTRY                 PIC X(30).
           03 WK-ROW-LASTUPDATE              PIC X(20).
           03 WK-ROW-ISO                     PIC X(3).
           03 WK-ROW-CONF-X                  PIC X(15).
           03 WK-ROW-DTH-X                   PIC X(15).
           03 WK-ROW-REC-X                   PIC X(15).
           03 WK-ROW-NEWC-X                  PIC X(15).
           03 WK-ROW-NEWD-X                  PIC X(15).
           03 WK-ROW-NEWR-X                  PIC X(15).
           03 WK-ROW-CARRIED                 PIC X(1).
           03 WK-ROW-INCID-X                 PIC X(12).
           03 WK-ROW-DRATE-X                 PIC X(12).
           03 WK-ROW-BASIS                   PIC X(12).
           03 WK-ROW-TREND                   PIC X(7).
           03 WK-ROW-UCOUNTRY                PIC X(30).
           03 WK-ROW-MATCH                   PIC X(1).

      *    クレンジング済みCSVの引用符付きカンマ保護用
      *    (CZZ1230のデクォート処理と同じ方式)
       01  WK-PARSE-AREA.
           03 WK-PARSE-REC                   PIC X(300).
           03 WK-PARSE-LEN                   PIC 9(3) VALUE 0.
           03 WK-PARSE-IDX                   PIC 9(3) VALUE 0.
           03 WK-PARSE-IN-QUOTE              PIC X    VALUE "N".
           03 WK-PARSE-CHAR                  PIC X    VALUE SPACE.
       01  WK-CSV-COMMA-SUB                  PIC X    VALUE X"01".

      *    CSV形式の見出し行(DETAILはクレンジング済みCSVの見出しを
      *    そのまま使う)
       01  WK-CSV-HDR-SUMMARY                PIC X(90) VALUE
           "Country,CountryCode,Confirmed,Deaths,Recovered,IncidencePer1
      -    "00k,DeathsPer100k,Basis".
       01  WK-CSV-HDR-TREND                  PIC X(90) VALUE
           "Country,CountryCode,Avg7dNewConfirmed,Avg7dNewDeaths,Avg7dNe
      -    "wRecovered,Trend".

      *    CSV/JSON出力用の率の編集値("N/A"はCSV空欄・JSON null)
       01  WK-OUT-INCID                      PIC X(12) VALUE SPACES.
       01  WK-OUT-DRATE                      PIC X(12) VALUE SPACES.
       01  WK-OUT-CARRIED                    PIC X(5)  VALUE SPACES.

      *    FIXED形式のレコードレイアウト(数値は前ゼロ詰め)
       01  WK-FXD-DETAIL.
           03 WK-FXD-D-DATE                  PIC X(10).
           03 WK-FXD-D-PROVINCE              PIC X(30).
           03 WK-FXD-D-COUNTRY               PIC X(30).
           03 WK-FXD-D-ISO                   PIC X(3).
           03 WK-FXD-D-CARRIED               PIC X(1).
           03 WK-FXD-D-CONF                  PIC 9(10).
           03 WK-FXD-D-DTH                   PIC 9(10).
           03 WK-FXD-D-REC                   PIC 9(10).
           03 WK-FXD-D-NEWC                  PIC -9(10).
           03 WK-FXD-D-NEWD                  PIC -9(10).
           03 WK-FXD-D-NEWR                  PIC -9(10).
       01  WK-FXD-SUMMARY.
           03 WK-FXD-S-COUNTRY               PIC X(30).
           03 WK-FXD-S-ISO                   PIC X(3).
           03 WK-FXD-S-CONF                  PIC 9(12).
           03 WK-FXD-S-DTH                   PIC 9(12).
           03 WK-FXD-S-REC                   PIC 9(12).
           03 WK-FXD-S-BASIS                 PIC X(12).
           03 WK-FXD-S-INCID                 PIC X(12).
           03 WK-FXD-S-DRATE                 PIC X(12).
       01  WK-FXD-TREND.
           03 WK-FXD-T-COUNTRY               PIC X(30).
           03 WK-FXD-T-ISO                   PIC X(3).
           03 WK-FXD-T-TREND                 PIC X(7).
           03 WK-FXD-T-AVGC                  PIC -9(11).
           03 WK-FXD-T-AVGD                  PIC -9(11).
           03 WK-FXD-T-AVGR                  PIC -9(11).

      *    配信ファイルのハッシュ(Adler-32)算出用
      *    書き出した各行の内容と行末の改行(X"0A")を1バイトずつ
      *    積み上げ、B*65536+A を16進8桁で表す
       01  WK-HSH-AREA.
           03 WK-HSH-A                       PIC 9(5)  VALUE 1.
           03 WK-HSH-B                       PIC 9(5)  VALUE 0.
           03 WK-HSH-LEN                     PIC 9(4)  VALUE 0.
           03 WK-HSH-POS                     PIC 9(4)  VALUE 0.
           03 WK-HSH-BYTE                    PIC 9(3)  VALUE 0.
           03 WK-HSH-BYTES                   PIC 9(10) VALUE 0.
           03 WK-HSH-WORK                    PIC 9(5)  VALUE 0.
           03 WK-HSH-QUOT                    PIC 9(5)  VALUE 0.
           03 WK-HSH-DIGIT                   PIC 9(2)  VALUE 0.
           03 WK-HSH-HEX-I                   PIC 9(2)  VALUE 0.
           03 WK-HSH-HEX                     PIC X(8)  VALUE SPACES.
       01  WK-HEX-CHARS                      PIC X(16) VALUE
           "0123456789abcdef".

      *    マニフェスト編集用
       01  WK-MAN-AREA.
           03 WK-MAN-REC-ED                  PIC Z(5)9.
           03 WK-MAN-BYTE-ED                 PIC Z(9)9.
           03 WK-MAN-DLV-ED                  PIC Z(5)9.
           03 WK-MAN-EMP-ED                  PIC Z(5)9.
           03 WK-MAN-NDL-ED                  PIC Z(5)9.
           03 WK-MAN-INV-ED                  PIC Z(5)9.

      *    実行管理(ランログ)記録用作業域
           COPY  CZZRUN02.
       01  WK-RUN-BUSDATE-ENV                PIC X(8)  VALUE SPACES.
       01  WK-RUN-INFILE-ENV                 PIC X(40) VALUE SPACES.

      *    実行時パラメタファイル読み込み用作業域
           COPY  CZZPRM01.

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************
       MAIN-PROC.
           PERFORM   INIT-RTN.

           PERFORM   SUB-LOAD-RTN.

           PERFORM   DELIVER-RTN
                     VARYING  WK-SUB-I  FROM  1  BY  1
                     UNTIL  WK-SUB-I  >  WK-SUB-COUNT.

           PERFORM   END-RTN.

           STOP RUN
           .
      ******************************************************************
      * イニシャル処理
      * 業務日付を決定・検証し、配信マニフェストを作成する
      ******************************************************************
       INIT-RTN.
           DISPLAY "START: CZZ1251 (SUBSCRIBER DISTRIBUTION)"

      *    実行時パラメタの取り込みと有効設定値の表示
           PERFORM   PARM-READ-RTN
           PERFORM   PARM-ECHO-RTN

           ACCEPT WK-BUSDATE-ARG FROM ARGUMENT-VALUE

      *    業務日付は CZZ1240 から渡される環境変数を優先し、単独実行
      *    時は引数、引数も無ければシステム日付とする
           DISPLAY "CZZ1251_BUSDATE" UPON ENVIRONMENT-NAME
           ACCEPT  WK-RUN-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           EVALUATE TRUE
               WHEN WK-RUN-BUSDATE-ENV NOT = SPACES
                   MOVE   WK-RUN-BUSDATE-ENV   TO   WK-DIST-BUSDATE
               WHEN WK-BUSDATE-ARG NOT = SPACES
                   MOVE   WK-BUSDATE-ARG       TO   WK-DIST-BUSDATE
               WHEN OTHER
                   ACCEPT WK-DIST-BUSDATE FROM DATE YYYYMMDD
           END-EVALUATE

      *    ファイル名に埋め込む値のため、8桁数字であることを検証する
           IF WK-DIST-BUSDATE IS NOT NUMERIC
               DISPLAY "*** ABEND: BUSINESS DATE MUST BE 8-DIGIT "
                       "NUMERIC: " FUNCTION TRIM(WK-DIST-BUSDATE)
                       " ***"
               MOVE    16      TO   RETURN-CODE
               DISPLAY "END: CZZ1251 (ABEND)"
               STOP RUN
           END-IF
           DISPLAY "BUSINESS DATE: " WK-DIST-BUSDATE

      *    実行管理(ランログ)の開始記録
           MOVE    "CZZ1251"                 TO   WK-RUN-L-PGM
           MOVE    WK-DIST-BUSDATE           TO   WK-RUN-L-BUSDATE
           MOVE    "ec2_subscriptions.txt"   TO   WK-RUN-L-INFILE
           DISPLAY "FDZZSUB" UPON ENVIRONMENT-NAME
           ACCEPT  WK-RUN-INFILE-ENV FROM ENVIRONMENT-VALUE
           IF WK-RUN-INFILE-ENV NOT = SPACES
               MOVE   WK-RUN-INFILE-ENV    TO   WK-RUN-L-INFILE
           END-IF
           PERFORM   RUNLOG-OPEN-RTN
           PERFORM   RUNLOG-START-RTN

      *    配信マニフェスト(ファイル名は環境変数経由で割り当てる)
           MOVE    SPACES   TO   WK-MAN-FILE
           STRING  FUNCTION TRIM(WK-PRM-DIST-PREFIX) DELIMITED BY SIZE
                   "manifest_"                       DELIMITED BY SIZE
                   WK-DIST-BUSDATE                   DELIMITED BY SIZE
                   ".txt"                            DELIMITED BY SIZE
                  INTO WK-MAN-FILE
           END-STRING
           DISPLAY "FDZZMAN" UPON ENVIRONMENT-NAME
           DISPLAY WK-MAN-FILE UPON ENVIRONMENT-VALUE
           OPEN   OUTPUT FDZZMAN
           IF WK-MAN-FS NOT = "00"
               DISPLAY "*** ABEND: MANIFEST FILE CANNOT BE CREATED: "
                       FUNCTION TRIM(WK-MAN-FILE)
                       " FILE STATUS=" WK-MAN-FS " ***"
               PERFORM   ABEND-RTN
           END-IF

           INITIALIZE   FDZZMAN-OUT-REC
           STRING  "* DELIVERY MANIFEST  BUSINESS DATE: "
                                                   DELIMITED BY SIZE
                   WK-DIST-BUSDATE                 DELIMITED BY SIZE
                   "  SUBSCRIPTIONS: "             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUN-L-INFILE)  DELIMITED BY SIZE
                  INTO FDZZMAN-OUT-REC
           END-STRING
           PERFORM   MAN-WRITE-RTN

      *    ISO国コード変換テーブル(無い場合は国名のみで選択する)
           OPEN   INPUT  FDZZREF
           IF WK-REF-FS = "00"
               MOVE   "Y"   TO   WK-REF-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-REF-AVAILABLE
               DISPLAY "COUNTRY REFERENCE FILE NOT AVAILABLE - "
                       "SUMMARY/TREND ROWS SELECTED BY NAME ONLY"
           END-IF

      *    購読管理ファイル
           OPEN   INPUT  FDZZSUB
           IF WK-SUB-FS = "00"
               MOVE   "Y"   TO   WK-SUB-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-SUB-AVAILABLE
               DISPLAY "SUBSCRIPTION CONTROL FILE NOT AVAILABLE - "
                       "NOTHING TO DELIVER"
           END-IF
           .
      ******************************************************************
      * 異常終了処理
      ******************************************************************
       ABEND-RTN.
           MOVE    WK-CNT-FDZZSUB     TO   WK-RUN-L-READ
           MOVE    WK-CNT-DELIVERED   TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-EXCEPTION   TO   WK-RUN-L-REJ
           MOVE    16                 TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1251 (ABEND)"
           STOP RUN
           .
      ******************************************************************
      * 購読管理ファイル取り込み処理
      * 不正な購読行はマニフェストへ理由付きで記録して読み飛ばす
      ******************************************************************
       SUB-LOAD-RTN.
           IF WK-SUB-AVAILABLE = "Y"
               MOVE   "N"   TO   WK-SUB-EOF-FLG
               PERFORM   SUB-READ-RTN
                         UNTIL WK-SUB-EOF-FLG = "Y"
               CLOSE  FDZZSUB
           ELSE
               INITIALIZE   FDZZMAN-OUT-REC
               STRING  "* SUBSCRIPTION CONTROL FILE NOT AVAILABLE - "
                                                   DELIMITED BY SIZE
                       "NOTHING DELIVERED"         DELIMITED BY SIZE
                      INTO FDZZMAN-OUT-REC
               END-STRING
               PERFORM   MAN-WRITE-RTN
           END-IF

           INITIALIZE   FDZZMAN-OUT-REC
           STRING  "* SUBSCRIBER|CONTENT|FORMAT|FILE|RECORDS|BYTES|"
                                                   DELIMITED BY SIZE
                   "ADLER32|STATUS"                DELIMITED BY SIZE
                  INTO FDZZMAN-OUT-REC
           END-STRING
           PERFORM   MAN-WRITE-RTN
           INITIALIZE   FDZZMAN-OUT-REC
           STRING  "* RECORDS EXCLUDE THE CSV HEADER LINE; BYTES AND "
                                                   DELIMITED BY SIZE
                   "ADLER32 COVER THE WHOLE FILE"  DELIMITED BY SIZE
                  INTO FDZZMAN-OUT-REC
           END-STRING
           PERFORM   MAN-WRITE-RTN
           .
      ******************************************************************
      * 購読管理ファイル1件読み込み処理
      ******************************************************************
       SUB-READ-RTN.
           READ FDZZSUB
                AT END
                    MOVE   "Y"   TO   WK-SUB-EOF-FLG
                NOT AT END
                    IF FDZZSUB-IN-REC NOT = SPACES
                         AND FDZZSUB-IN-REC(1:1) NOT = "*"
                        ADD       1   TO   WK-CNT-FDZZSUB
                        PERFORM   SUB-PARSE-RTN
                        IF WK-SUB-OK = "Y"
                            ADD   1   TO   WK-SUB-COUNT
                        ELSE
                            PERFORM   SUB-REJECT-RTN
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * 購読1行分の解釈・検証処理
      * テーブルの次の空きエントリへ解釈結果を設定し、妥当な場合のみ
      * 呼び出し側で件数を進める
      ******************************************************************
       SUB-PARSE-RTN.
           MOVE    "Y"      TO   WK-SUB-OK
           MOVE    SPACES   TO   WK-SUB-REASON
                                 WK-SUB-ID-X WK-SUB-SEL-X
                                 WK-SUB-CONTENT-X WK-SUB-FORMAT-X

           IF WK-SUB-COUNT >= 100
               MOVE   "N"   TO   WK-SUB-OK
               MOVE   "SUBSCRIPTION TABLE FULL (100)"   TO
                      WK-SUB-REASON
           ELSE
               COMPUTE  WK-SUB-I = WK-SUB-COUNT + 1
               INITIALIZE   WK-SUB-ENTRY(WK-SUB-I)
               UNSTRING  FDZZSUB-IN-REC  DELIMITED BY "|"
                         INTO  WK-SUB-ID-X
                               WK-SUB-SEL-X
                               WK-SUB-CONTENT-X
                               WK-SUB-FORMAT-X
               PERFORM   SUB-ID-CHECK-RTN
           END-IF

           IF WK-SUB-OK = "Y"
               MOVE    FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WK-SUB-CONTENT-X))   TO   WK-SUB-CONTENT-X
               IF WK-SUB-CONTENT-X = "DETAIL"
                    OR WK-SUB-CONTENT-X = "SUMMARY"
                    OR WK-SUB-CONTENT-X = "TREND"
                   MOVE   WK-SUB-CONTENT-X   TO
                          WK-SUB-CONTENT(WK-SUB-I)
               ELSE
                   MOVE   "N"   TO   WK-SUB-OK
                   MOVE   "CONTENT MUST BE DETAIL, SUMMARY OR TREND"
                                    TO   WK-SUB-REASON
               END-IF
           END-IF

           IF WK-SUB-OK = "Y"
               MOVE    FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WK-SUB-FORMAT-X))    TO   WK-SUB-FORMAT-X
               IF WK-SUB-FORMAT-X = "CSV"
                    OR WK-SUB-FORMAT-X = "FIXED"
                    OR WK-SUB-FORMAT-X = "JSONL"
                   MOVE   WK-SUB-FORMAT-X    TO
                          WK-SUB-FORMAT(WK-SUB-I)
               ELSE
                   MOVE   "N"   TO   WK-SUB-OK
                   MOVE   "FORMAT MUST BE CSV, FIXED OR JSONL"
                                    TO   WK-SUB-REASON
               END-IF
           END-IF

           IF WK-SUB-OK = "Y"
               PERFORM   SEL-PARSE-RTN
           END-IF
           .
      ******************************************************************
      * 購読者ID検証処理
      * ファイル名の一部となるため、英大文字・数字・"-"・"_" の
      * 16桁以内に限る。既出のIDは同名ファイルとなるため受け付けない
      ******************************************************************
       SUB-ID-CHECK-RTN.
           MOVE    FUNCTION UPPER-CASE(FUNCTION TRIM(WK-SUB-ID-X))
                                    TO   WK-SUB-ID-X
           IF WK-SUB-ID-X = SPACES
               MOVE   "N"   TO   WK-SUB-OK
               MOVE   "SUBSCRIBER ID MISSING"   TO   WK-SUB-REASON
           ELSE
               MOVE   FUNCTION LENGTH(FUNCTION TRIM(WK-SUB-ID-X))
                                    TO   WK-SUB-LEN
               IF WK-SUB-LEN > 16
                   MOVE   "N"   TO   WK-SUB-OK
                   MOVE   "SUBSCRIBER ID LONGER THAN 16"   TO
                          WK-SUB-REASON
               END-IF
           END-IF

           IF WK-SUB-OK = "Y"
               PERFORM  VARYING  WK-SUB-CI  FROM  1  BY  1
                        UNTIL  WK-SUB-CI  >  WK-SUB-LEN
                   MOVE   WK-SUB-ID-X(WK-SUB-CI:1)   TO   WK-SUB-CHAR
                   IF (WK-SUB-CHAR < "A" OR WK-SUB-CHAR > "Z")
                        AND (WK-SUB-CHAR < "0" OR WK-SUB-CHAR > "9")
                        AND WK-SUB-CHAR NOT = "-"
                        AND WK-SUB-CHAR NOT = "_"
                       MOVE   "N"   TO   WK-SUB-OK
                       MOVE   "INVALID CHARACTER IN SUBSCRIBER ID"
                                    TO   WK-SUB-REASON
                   END-IF
               END-PERFORM
           END-IF

           IF WK-SUB-OK = "Y"
               PERFORM  VARYING  WK-SUB-J  FROM  1  BY  1
                        UNTIL  WK-SUB-J  >  WK-SUB-COUNT
                   IF WK-SUB-ID(WK-SUB-J) = WK-SUB-ID-X
                       MOVE   "N"   TO   WK-SUB-OK
                       MOVE   "DUPLICATE SUBSCRIBER ID"   TO
                              WK-SUB-REASON
                   END-IF
               END-PERFORM
           END-IF

           IF WK-SUB-OK = "Y"
               MOVE   WK-SUB-ID-X   TO   WK-SUB-ID(WK-SUB-I)
           END-IF
           .
      ******************************************************************
      * 対象国指定の解釈処理
      * ALL(または"*")は全件、それ以外は";"区切りの国名/ISO国コード
      * を大文字化して控える
      ******************************************************************
       SEL-PARSE-RTN.
           MOVE    FUNCTION TRIM(WK-SUB-SEL-X)   TO   WK-SUB-SEL-X
           MOVE    0     TO   WK-SUB-SEL-COUNT(WK-SUB-I)
           MOVE    "N"   TO   WK-SUB-ALL-FLG(WK-SUB-I)

           EVALUATE TRUE
               WHEN WK-SUB-SEL-X = SPACES
                   MOVE   "N"   TO   WK-SUB-OK
                   MOVE   "COUNTRY SELECTION MISSING"   TO
                          WK-SUB-REASON
               WHEN FUNCTION UPPER-CASE(WK-SUB-SEL-X) = "ALL"
                    OR WK-SUB-SEL-X = "*"
                   MOVE   "Y"   TO   WK-SUB-ALL-FLG(WK-SUB-I)
               WHEN OTHER
                   MOVE   FUNCTION LENGTH(FUNCTION TRIM(WK-SUB-SEL-X))
                                    TO   WK-SEL-LEN
                   MOVE   1     TO   WK-SEL-PTR
                   PERFORM   SEL-ENTRY-RTN
                             UNTIL WK-SEL-PTR > WK-SEL-LEN
                                OR WK-SUB-OK = "N"
                   IF WK-SUB-OK = "Y"
                        AND WK-SUB-SEL-COUNT(WK-SUB-I) = 0
                       MOVE   "N"   TO   WK-SUB-OK
                       MOVE   "COUNTRY SELECTION MISSING"   TO
                              WK-SUB-REASON
                   END-IF
           END-EVALUATE
           .
      ******************************************************************
      * 対象国指定 1件分の取り出し処理
      ******************************************************************
       SEL-ENTRY-RTN.
           MOVE    SPACES   TO   WK-SEL-WORK
           UNSTRING  WK-SUB-SEL-X  DELIMITED BY ";"
                     INTO  WK-SEL-WORK
                     WITH POINTER  WK-SEL-PTR

           IF WK-SEL-WORK NOT = SPACES
               IF WK-SUB-SEL-COUNT(WK-SUB-I) < 20
                   ADD    1   TO   WK-SUB-SEL-COUNT(WK-SUB-I)
                   MOVE   WK-SUB-SEL-COUNT(WK-SUB-I)   TO   WK-SEL-I
                   MOVE   FUNCTION UPPER-CASE(FUNCTION TRIM(
                          WK-SEL-WORK))   TO
                          WK-SUB-SEL(WK-SUB-I, WK-SEL-I)
               ELSE
                   MOVE   "N"   TO   WK-SUB-OK
                   MOVE   "MORE THAN 20 COUNTRIES SELECTED"   TO
                          WK-SUB-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * 不正な購読行の記録処理
      ******************************************************************
       SUB-REJECT-RTN.
           ADD     1   TO   WK-CNT-SUB-REJ
           DISPLAY "INVALID SUBSCRIPTION - SKIPPED ("
                   FUNCTION TRIM(WK-SUB-REASON) "): "
                   FUNCTION TRIM(FDZZSUB-IN-REC)

           INITIALIZE   FDZZMAN-OUT-REC
           STRING  "* INVALID SUBSCRIPTION ("        DELIMITED BY SIZE
                   FUNCTION TRIM(WK-SUB-REASON)      DELIMITED BY SIZE
                   "): "                             DELIMITED BY SIZE
                   FUNCTION TRIM(FDZZSUB-IN-REC)     DELIMITED BY SIZE
                  INTO FDZZMAN-OUT-REC
           END-STRING
           PERFORM   MAN-WRITE-RTN
           .
      ******************************************************************
      * 購読者1件分の配信処理(WK-SUB-I の購読)
      * 配信元ファイルを先頭から読み、対象国の行を指定形式で書き出す
      ******************************************************************
       DELIVER-RTN.
           MOVE    SPACES   TO   WK-SBO-FILE
           STRING  FUNCTION TRIM(WK-PRM-DIST-PREFIX) DELIMITED BY SIZE
                   FUNCTION TRIM(WK-SUB-ID(WK-SUB-I)) DELIMITED BY SIZE
                   "_"                               DELIMITED BY SIZE
                   WK-DIST-BUSDATE                   DELIMITED BY SIZE
                  INTO WK-SBO-FILE
           END-STRING
           EVALUATE WK-SUB-FORMAT(WK-SUB-I)
               WHEN "CSV"
                   STRING  FUNCTION TRIM(WK-SBO-FILE) DELIMITED BY SIZE
                           ".csv"                     DELIMITED BY SIZE
                          INTO WK-SUB-FILE(WK-SUB-I)
                   END-STRING
               WHEN "FIXED"
                   STRING  FUNCTION TRIM(WK-SBO-FILE) DELIMITED BY SIZE
                           ".txt"                     DELIMITED BY SIZE
                          INTO WK-SUB-FILE(WK-SUB-I)
                   END-STRING
               WHEN OTHER
                   STRING  FUNCTION TRIM(WK-SBO-FILE) DELIMITED BY SIZE
                           ".jsonl"                   DELIMITED BY SIZE
                          INTO WK-SUB-FILE(WK-SUB-I)
                   END-STRING
           END-EVALUATE

           MOVE    1        TO   WK-HSH-A
           MOVE    0        TO   WK-HSH-B WK-HSH-BYTES
                                 WK-SUB-RECORDS(WK-SUB-I)
           MOVE    SPACES   TO   WK-SUB-HASH(WK-SUB-I)

           PERFORM   SRC-OPEN-RTN

           IF WK-SRC-AVAILABLE = "N"
               MOVE    "NO-SOURCE"   TO   WK-SUB-STATUS(WK-SUB-I)
               ADD     1   TO   WK-CNT-NOT-DELIVERED
               DISPLAY "*** SOURCE FILE NOT AVAILABLE FOR "
                       FUNCTION TRIM(WK-SUB-CONTENT(WK-SUB-I))
                       " - NOT DELIVERED: "
                       FUNCTION TRIM(WK-SUB-ID(WK-SUB-I))
           ELSE
               DISPLAY "FDZZSBO" UPON ENVIRONMENT-NAME
               MOVE    WK-SUB-FILE(WK-SUB-I)   TO   WK-SBO-FILE
               DISPLAY WK-SBO-FILE UPON ENVIRONMENT-VALUE
               OPEN   OUTPUT FDZZSBO
               IF WK-SBO-FS NOT = "00"
                   MOVE    "OPEN-FAILED"   TO   WK-SUB-STATUS(WK-SUB-I)
                   ADD     1   TO   WK-CNT-NOT-DELIVERED
                   DISPLAY "*** DISTRIBUTION FILE CANNOT BE CREATED: "
                           FUNCTION TRIM(WK-SUB-FILE(WK-SUB-I))
                           " FILE STATUS=" WK-SBO-FS
               ELSE
                   PERFORM   SRC-COPY-RTN
                   CLOSE  FDZZSBO
                   PERFORM   HASH-HEX-RTN
                   MOVE    WK-HSH-HEX     TO   WK-SUB-HASH(WK-SUB-I)
                   MOVE    WK-HSH-BYTES   TO   WK-SUB-BYTES(WK-SUB-I)
                   ADD     1   TO   WK-CNT-DELIVERED
                   IF WK-SUB-RECORDS(WK-SUB-I) = 0
                       MOVE    "EMPTY"       TO
                               WK-SUB-STATUS(WK-SUB-I)
                       ADD     1   TO   WK-CNT-EMPTY
                       DISPLAY "NO ROWS MATCHED SELECTION - EMPTY FILE "
                               "DELIVERED: "
                               FUNCTION TRIM(WK-SUB-ID(WK-SUB-I))
                   ELSE
                       MOVE    "DELIVERED"   TO
                               WK-SUB-STATUS(WK-SUB-I)
                   END-IF
               END-IF
               PERFORM   SRC-CLOSE-RTN
           END-IF

           PERFORM   MAN-ENTRY-RTN
           .
      ******************************************************************
      * 配信元ファイルのオープン処理(内容に応じたファイル)
      ******************************************************************
       SRC-OPEN-RTN.
           MOVE    "N"   TO   WK-SRC-AVAILABLE
           EVALUATE WK-SUB-CONTENT(WK-SUB-I)
               WHEN "DETAIL"
                   OPEN   INPUT  FDZZ9CC
                   IF WK-CLN-FS = "00"
                       MOVE   "Y"   TO   WK-SRC-AVAILABLE
                   END-IF
               WHEN "SUMMARY"
                   OPEN   INPUT  FDZZ9C5
                   IF WK-SUM-FS = "00"
                       MOVE   "Y"   TO   WK-SRC-AVAILABLE
                   END-IF
               WHEN OTHER
                   OPEN   INPUT  FDZZTRD
                   IF WK-TRD-FS = "00"
                       MOVE   "Y"   TO   WK-SRC-AVAILABLE
                   END-IF
           END-EVALUATE
           .
      ******************************************************************
      * 配信元ファイルのクローズ処理
      ******************************************************************
       SRC-CLOSE-RTN.
           EVALUATE WK-SUB-CONTENT(WK-SUB-I)
               WHEN "DETAIL"
                   CLOSE  FDZZ9CC
               WHEN "SUMMARY"
                   CLOSE  FDZZ9C5
               WHEN OTHER
                   CLOSE  FDZZTRD
           END-EVALUATE
           .
      ******************************************************************
      * 配信元ファイルの通読・書き出し処理
      * CSV形式は見出し行を先頭に出力する(件数には数えない)
      ******************************************************************
       SRC-COPY-RTN.
           MOVE    0     TO   WK-CNT-SRC-LINE
           MOVE    "N"   TO   WK-SRC-EOF-FLG

           IF WK-SUB-FORMAT(WK-SUB-I) = "CSV"
               EVALUATE WK-SUB-CONTENT(WK-SUB-I)
                   WHEN "SUMMARY"
                       MOVE   WK-CSV-HDR-SUMMARY   TO   FDZZSBO-OUT-REC
                       PERFORM   SBO-WRITE-RTN
                   WHEN "TREND"
                       MOVE   WK-CSV-HDR-TREND     TO   FDZZSBO-OUT-REC
                       PERFORM   SBO-WRITE-RTN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           EVALUATE WK-SUB-CONTENT(WK-SUB-I)
               WHEN "DETAIL"
                   PERFORM   CLN-READ-RTN
                             UNTIL WK-SRC-EOF-FLG = "Y"
               WHEN "SUMMARY"
                   PERFORM   SUM-READ-RTN
                             UNTIL WK-SRC-EOF-FLG = "Y"
               WHEN OTHER
                   PERFORM   TRD-READ-RTN
                             UNTIL WK-SRC-EOF-FLG = "Y"
           END-EVALUATE
           .
      ******************************************************************
      * クレンジング済みCSV 1行読み込み処理(DETAIL)
      * 1行目は見出し行(CSV形式ではそのまま見出しとして出力する)
      ******************************************************************
       CLN-READ-RTN.
           READ FDZZ9CC
                AT END
                    MOVE   "Y"   TO   WK-SRC-EOF-FLG
                NOT AT END
                    ADD    1     TO   WK-CNT-SRC-LINE
                    EVALUATE TRUE
                        WHEN FDZZ9CC-IN-REC = SPACES
                            CONTINUE
                        WHEN WK-CNT-SRC-LINE = 1
                            IF WK-SUB-FORMAT(WK-SUB-I) = "CSV"
                                MOVE  FDZZ9CC-IN-REC  TO
                                      FDZZSBO-OUT-REC
                                PERFORM   SBO-WRITE-RTN
                            END-IF
                        WHEN OTHER
                            PERFORM   CLN-PARSE-RTN
                            PERFORM   SEL-MATCH-RTN
                            IF WK-ROW-MATCH = "Y"
                                PERFORM   DETAIL-OUT-RTN
                            END-IF
                    END-EVALUATE
           END-READ
           .
      ******************************************************************
      * クレンジング済みCSV 1行分の解釈処理
      * 引用符で囲まれた区間のカンマを保護してから UNSTRING する
      * (CZZ1230のデクォート処理と同じ方式)
      ******************************************************************
       CLN-PARSE-RTN.
           MOVE    FDZZ9CC-IN-REC   TO   WK-PARSE-REC
           MOVE    FUNCTION LENGTH(FUNCTION TRIM(WK-PARSE-REC))
                                    TO   WK-PARSE-LEN
           MOVE    "N"              TO   WK-PARSE-IN-QUOTE

           PERFORM  VARYING  WK-PARSE-IDX  FROM  1  BY  1
                    UNTIL  WK-PARSE-IDX > WK-PARSE-LEN
               MOVE  WK-PARSE-REC(WK-PARSE-IDX:1)  TO  WK-PARSE-CHAR
               EVALUATE TRUE
                   WHEN WK-PARSE-CHAR = '"'
                       IF WK-PARSE-IN-QUOTE = "Y"
                           MOVE  "N"  TO  WK-PARSE-IN-QUOTE
                       ELSE
                           MOVE  "Y"  TO  WK-PARSE-IN-QUOTE
                       END-IF
                       MOVE  SPACE  TO  WK-PARSE-REC(WK-PARSE-IDX:1)
                   WHEN WK-PARSE-CHAR = ","
                        AND WK-PARSE-IN-QUOTE = "Y"
                       MOVE  WK-CSV-COMMA-SUB  TO
                             WK-PARSE-REC(WK-PARSE-IDX:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           INITIALIZE   WK-ROW-AREA
           UNSTRING     WK-PARSE-REC
           DELIMITED    BY ","
                        INTO    WK-ROW-DATE
                                WK-ROW-PROVINCE
                                WK-ROW-COUNTRY
                                WK-ROW-LASTUPDATE
                                WK-ROW-ISO
                                WK-ROW-CONF-X
                                WK-ROW-DTH-X
                                WK-ROW-REC-X
                                WK-ROW-NEWC-X
                                WK-ROW-NEWD-X
                                WK-ROW-NEWR-X
                                WK-ROW-CARRIED

           INSPECT      WK-ROW-PROVINCE   REPLACING ALL
                        WK-CSV-COMMA-SUB  BY ","
           INSPECT      WK-ROW-COUNTRY    REPLACING ALL
                        WK-CSV-COMMA-SUB  BY ","
           MOVE    FUNCTION TRIM(WK-ROW-PROVINCE)   TO   WK-ROW-PROVINCE
           MOVE    FUNCTION TRIM(WK-ROW-COUNTRY)    TO   WK-ROW-COUNTRY
           .
      ******************************************************************
      * Countryサマリレポート 1行読み込み処理(SUMMARY)
      * 見出し行とサスペンド一覧行を除き、CZZ1233 の固定位置を
      * 読み取る(CZZ1249のサマリ取り込みと同じ位置)
      ******************************************************************
       SUM-READ-RTN.
           READ FDZZ9C5
                AT END
                    MOVE   "Y"   TO   WK-SRC-EOF-FLG
                NOT AT END
                    ADD    1     TO   WK-CNT-SRC-LINE
                    IF WK-CNT-SRC-LINE > 1
                         AND FDZZ9C5-IN-REC(1:11) NOT = "SUSPENDED ("
                         AND FDZZ9C5-IN-REC NOT = SPACES
                        MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                              FDZZ9C5-IN-REC(33:12)))  TO  WK-NUMVAL-RC
                        IF WK-NUMVAL-RC = 0
                            INITIALIZE   WK-ROW-AREA
                            MOVE  FDZZ9C5-IN-REC(1:30)  TO
                                  WK-ROW-COUNTRY
                            MOVE  FUNCTION TRIM(FDZZ9C5-IN-REC(33:12))
                                                  TO  WK-ROW-CONF-X
                            MOVE  FUNCTION TRIM(FDZZ9C5-IN-REC(47:12))
                                                  TO  WK-ROW-DTH-X
                            MOVE  FUNCTION TRIM(FDZZ9C5-IN-REC(61:12))
                                                  TO  WK-ROW-REC-X
                            MOVE  FDZZ9C5-IN-REC(75:12)
                                                  TO  WK-ROW-INCID-X
                            MOVE  FDZZ9C5-IN-REC(89:12)
                                                  TO  WK-ROW-DRATE-X
                            MOVE  FDZZ9C5-IN-REC(103:12)
                                                  TO  WK-ROW-BASIS
                            PERFORM   ISO-LOOKUP-RTN
                            PERFORM   SEL-MATCH-RTN
                            IF WK-ROW-MATCH = "Y"
                                PERFORM   SUMMARY-OUT-RTN
                            END-IF
                        ELSE
                            ADD   1   TO   WK-CNT-SRC-SKIP
                            DISPLAY "UNREADABLE SUMMARY LINE - "
                                    "SKIPPED: "
                                    FUNCTION TRIM(FDZZ9C5-IN-REC)
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * トレンドレポート 1行読み込み処理(TREND)
      * 見出し行を除き、CZZ1234 の固定位置を読み取る
      ******************************************************************
       TRD-READ-RTN.
           READ FDZZTRD
                AT END
                    MOVE   "Y"   TO   WK-SRC-EOF-FLG
                NOT AT END
                    ADD    1     TO   WK-CNT-SRC-LINE
                    IF WK-CNT-SRC-LINE > 1
                         AND FDZZTRD-IN-REC NOT = SPACES
                        MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                              FDZZTRD-IN-REC(33:12)))  TO  WK-NUMVAL-RC
                        IF WK-NUMVAL-RC = 0
                            INITIALIZE   WK-ROW-AREA
                            MOVE  FDZZTRD-IN-REC(1:30)  TO
                                  WK-ROW-COUNTRY
                            MOVE  FUNCTION TRIM(FDZZTRD-IN-REC(33:12))
                                                  TO  WK-ROW-NEWC-X
                            MOVE  FUNCTION TRIM(FDZZTRD-IN-REC(47:12))
                                                  TO  WK-ROW-NEWD-X
                            MOVE  FUNCTION TRIM(FDZZTRD-IN-REC(61:12))
                                                  TO  WK-ROW-NEWR-X
                            MOVE  FDZZTRD-IN-REC(75:7)
                                                  TO  WK-ROW-TREND
                            PERFORM   ISO-LOOKUP-RTN
                            PERFORM   SEL-MATCH-RTN
                            IF WK-ROW-MATCH = "Y"
                                PERFORM   TREND-OUT-RTN
                            END-IF
                        ELSE
                            ADD   1   TO   WK-CNT-SRC-SKIP
                            DISPLAY "UNREADABLE TREND LINE - "
                                    "SKIPPED: "
                                    FUNCTION TRIM(FDZZTRD-IN-REC)
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * 国名からのISO国コード読み替え処理(SUMMARY/TREND)
      ******************************************************************
       ISO-LOOKUP-RTN.
           MOVE    SPACES   TO   WK-ROW-ISO
           IF WK-REF-AVAILABLE = "Y"
               MOVE    SPACES          TO   WK-REF-COUNTRY-NAME
               MOVE    FUNCTION TRIM(WK-ROW-COUNTRY)
                                       TO   WK-REF-COUNTRY-NAME
               READ    FDZZREF
                       KEY IS WK-REF-COUNTRY-NAME
                   INVALID KEY
                       MOVE   SPACES   TO   WK-ROW-ISO
                   NOT INVALID KEY
                       MOVE   WK-REF-COUNTRY-CODE   TO   WK-ROW-ISO
               END-READ
           END-IF
           .
      ******************************************************************
      * 対象国判定処理
      * ALL指定、または国名(大文字小文字を区別しない)・ISO国コード
      * のいずれかが対象国指定に一致する行を対象とする
      ******************************************************************
       SEL-MATCH-RTN.
           MOVE    "N"   TO   WK-ROW-MATCH
           IF WK-SUB-ALL-FLG(WK-SUB-I) = "Y"
               MOVE   "Y"   TO   WK-ROW-MATCH
           ELSE
               MOVE   FUNCTION UPPER-CASE(WK-ROW-COUNTRY)   TO
                      WK-ROW-UCOUNTRY
               PERFORM  VARYING  WK-SEL-I  FROM  1  BY  1
                        UNTIL  WK-SEL-I  >  WK-SUB-SEL-COUNT(WK-SUB-I)
                            OR  WK-ROW-MATCH = "Y"
                   IF WK-SUB-SEL(WK-SUB-I, WK-SEL-I) = WK-ROW-UCOUNTRY
                       MOVE   "Y"   TO   WK-ROW-MATCH
                   END-IF
                   IF WK-ROW-ISO NOT = SPACES
                        AND WK-SUB-SEL(WK-SUB-I, WK-SEL-I) = WK-ROW-ISO
                       MOVE   "Y"   TO   WK-ROW-MATCH
                   END-IF
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * 明細行の書き出し処理(DETAIL)
      * CSV形式はクレンジング済みCSVの行をそのまま、JSONL形式は
      * バルクJSONのドキュメントと同じ項目名で出力する
      ******************************************************************
       DETAIL-OUT-RTN.
           EVALUATE WK-SUB-FORMAT(WK-SUB-I)
               WHEN "CSV"
                   MOVE   FDZZ9CC-IN-REC   TO   FDZZSBO-OUT-REC
               WHEN "FIXED"
                   INITIALIZE   WK-FXD-DETAIL
                   MOVE   WK-ROW-DATE       TO   WK-FXD-D-DATE
                   MOVE   WK-ROW-PROVINCE   TO   WK-FXD-D-PROVINCE
                   MOVE   WK-ROW-COUNTRY    TO   WK-FXD-D-COUNTRY
                   MOVE   WK-ROW-ISO        TO   WK-FXD-D-ISO
                   MOVE   WK-ROW-CARRIED    TO   WK-FXD-D-CARRIED
                   MOVE   FUNCTION NUMVAL(WK-ROW-CONF-X)   TO
                          WK-FXD-D-CONF
                   MOVE   FUNCTION NUMVAL(WK-ROW-DTH-X)    TO
                          WK-FXD-D-DTH
                   MOVE   FUNCTION NUMVAL(WK-ROW-REC-X)    TO
                          WK-FXD-D-REC
                   MOVE   FUNCTION NUMVAL(WK-ROW-NEWC-X)   TO
                          WK-FXD-D-NEWC
                   MOVE   FUNCTION NUMVAL(WK-ROW-NEWD-X)   TO
                          WK-FXD-D-NEWD
                   MOVE   FUNCTION NUMVAL(WK-ROW-NEWR-X)   TO
                          WK-FXD-D-NEWR
                   MOVE   WK-FXD-DETAIL    TO   FDZZSBO-OUT-REC
               WHEN OTHER
                   IF WK-ROW-CARRIED = "Y"
                       MOVE   "true"    TO   WK-OUT-CARRIED
                   ELSE
                       MOVE   "false"   TO   WK-OUT-CARRIED
                   END-IF
                   INITIALIZE   FDZZSBO-OUT-REC
                   STRING "{""Date"":"""          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-DATE)
                          """,""Province"":"""    DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-PROVINCE)
                          """,""Country"":"""     DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-COUNTRY)
                          """,""LastUpdate"":"""  DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-LASTUPDATE)
                          """,""Confirmed"":"     DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-CONF-X)
                          ",""Deaths"":"          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-DTH-X)
                          ",""Recovered"":"       DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-REC-X)
                          ",""CountryCode"":"""   DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-ISO)
                          """,""NewConfirmed"":"  DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-NEWC-X)
                          ",""NewDeaths"":"       DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-NEWD-X)
                          ",""NewRecovered"":"    DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-NEWR-X)
                          ",""Carried"":"         DELIMITED BY SIZE
                          FUNCTION TRIM(WK-OUT-CARRIED)
                          "}"                     DELIMITED BY SIZE
                         INTO FDZZSBO-OUT-REC
                   END-STRING
           END-EVALUATE

           ADD     1   TO   WK-SUB-RECORDS(WK-SUB-I)
           PERFORM   SBO-WRITE-RTN
           .
      ******************************************************************
      * 国別サマリ行の書き出し処理(SUMMARY)
      ******************************************************************
       SUMMARY-OUT-RTN.
           PERFORM   RATE-EDIT-RTN

           EVALUATE WK-SUB-FORMAT(WK-SUB-I)
               WHEN "CSV"
                   INITIALIZE   FDZZSBO-OUT-REC
                   STRING """"                         DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-COUNTRY)
                          ""","                        DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-ISO)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-CONF-X)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-DTH-X)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-REC-X)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-OUT-INCID)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-OUT-DRATE)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-BASIS)  DELIMITED BY SIZE
                         INTO FDZZSBO-OUT-REC
                   END-STRING
               WHEN "FIXED"
                   INITIALIZE   WK-FXD-SUMMARY
                   MOVE   WK-ROW-COUNTRY    TO   WK-FXD-S-COUNTRY
                   MOVE   WK-ROW-ISO        TO   WK-FXD-S-ISO
                   MOVE   FUNCTION NUMVAL(WK-ROW-CONF-X)   TO
                          WK-FXD-S-CONF
                   MOVE   FUNCTION NUMVAL(WK-ROW-DTH-X)    TO
                          WK-FXD-S-DTH
                   MOVE   FUNCTION NUMVAL(WK-ROW-REC-X)    TO
                          WK-FXD-S-REC
                   MOVE   WK-ROW-BASIS      TO   WK-FXD-S-BASIS
                   MOVE   WK-ROW-INCID-X    TO   WK-FXD-S-INCID
                   MOVE   WK-ROW-DRATE-X    TO   WK-FXD-S-DRATE
                   MOVE   WK-FXD-SUMMARY    TO   FDZZSBO-OUT-REC
               WHEN OTHER
                   INITIALIZE   FDZZSBO-OUT-REC
                   STRING "{""Country"":"""       DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-COUNTRY)
                          """,""CountryCode"":""" DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-ISO)
                          """,""Confirmed"":"     DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-CONF-X)
                          ",""Deaths"":"          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-DTH-X)
                          ",""Recovered"":"       DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-REC-X)
                          ",""IncidencePer100k"":"
                                                  DELIMITED BY SIZE
                          FUNCTION TRIM(WK-OUT-INCID)
                          ",""DeathsPer100k"":"   DELIMITED BY SIZE
                          FUNCTION TRIM(WK-OUT-DRATE)
                          ",""Basis"":"""         DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-BASIS)
                          """}"                   DELIMITED BY SIZE
                         INTO FDZZSBO-OUT-REC
                   END-STRING
           END-EVALUATE

           ADD     1   TO   WK-SUB-RECORDS(WK-SUB-I)
           PERFORM   SBO-WRITE-RTN
           .
      ******************************************************************
      * 10万人当たり率の出力値編集処理
      * 人口不明の"N/A"はCSVでは空欄、JSONでは null とする
      ******************************************************************
       RATE-EDIT-RTN.
           IF FUNCTION TRIM(WK-ROW-INCID-X) = "N/A"
                OR WK-ROW-INCID-X = SPACES
               IF WK-SUB-FORMAT(WK-SUB-I) = "CSV"
                   MOVE   SPACES   TO   WK-OUT-INCID
               ELSE
                   MOVE   "null"   TO   WK-OUT-INCID
               END-IF
           ELSE
               MOVE   FUNCTION TRIM(WK-ROW-INCID-X)   TO   WK-OUT-INCID
           END-IF

           IF FUNCTION TRIM(WK-ROW-DRATE-X) = "N/A"
                OR WK-ROW-DRATE-X = SPACES
               IF WK-SUB-FORMAT(WK-SUB-I) = "CSV"
                   MOVE   SPACES   TO   WK-OUT-DRATE
               ELSE
                   MOVE   "null"   TO   WK-OUT-DRATE
               END-IF
           ELSE
               MOVE   FUNCTION TRIM(WK-ROW-DRATE-X)   TO   WK-OUT-DRATE
           END-IF
           .
      ******************************************************************
      * 7日トレンド行の書き出し処理(TREND)
      ******************************************************************
       TREND-OUT-RTN.
           EVALUATE WK-SUB-FORMAT(WK-SUB-I)
               WHEN "CSV"
                   INITIALIZE   FDZZSBO-OUT-REC
                   STRING """"                         DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-COUNTRY)
                          ""","                        DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-ISO)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-NEWC-X)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-NEWD-X)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-NEWR-X)
                          ","                          DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-TREND)  DELIMITED BY SIZE
                         INTO FDZZSBO-OUT-REC
                   END-STRING
               WHEN "FIXED"
                   INITIALIZE   WK-FXD-TREND
                   MOVE   WK-ROW-COUNTRY    TO   WK-FXD-T-COUNTRY
                   MOVE   WK-ROW-ISO        TO   WK-FXD-T-ISO
                   MOVE   WK-ROW-TREND      TO   WK-FXD-T-TREND
                   MOVE   FUNCTION NUMVAL(WK-ROW-NEWC-X)   TO
                          WK-FXD-T-AVGC
                   MOVE   FUNCTION NUMVAL(WK-ROW-NEWD-X)   TO
                          WK-FXD-T-AVGD
                   MOVE   FUNCTION NUMVAL(WK-ROW-NEWR-X)   TO
                          WK-FXD-T-AVGR
                   MOVE   WK-FXD-TREND      TO   FDZZSBO-OUT-REC
               WHEN OTHER
                   INITIALIZE   FDZZSBO-OUT-REC
                   STRING "{""Country"":"""       DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-COUNTRY)
                          """,""CountryCode"":""" DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-ISO)
                          """,""Avg7dNewConfirmed"":"
                                                  DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-NEWC-X)
                          ",""Avg7dNewDeaths"":"  DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-NEWD-X)
                          ",""Avg7dNewRecovered"":"
                                                  DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-NEWR-X)
                          ",""Trend"":"""         DELIMITED BY SIZE
                          FUNCTION TRIM(WK-ROW-TREND)
                          """}"                   DELIMITED BY SIZE
                         INTO FDZZSBO-OUT-REC
                   END-STRING
           END-EVALUATE

           ADD     1   TO   WK-SUB-RECORDS(WK-SUB-I)
           PERFORM   SBO-WRITE-RTN
           .
      ******************************************************************
      * 配信ファイル1行書き出し処理
      * 書き出した行をハッシュへ積み上げる
      ******************************************************************
       SBO-WRITE-RTN.
           WRITE   FDZZSBO-OUT-REC
           PERFORM   HASH-ADD-RTN
           .
      ******************************************************************
      * ハッシュ積み上げ処理(FDZZSBO-OUT-REC の1行分)
      * 行順編成ファイルは末尾空白を落として書かれるため、末尾空白を
      * 除いた内容と改行(X"0A")を積み上げる
      ******************************************************************
       HASH-ADD-RTN.
           MOVE    0     TO   WK-HSH-LEN
           IF FDZZSBO-OUT-REC NOT = SPACES
               MOVE   FUNCTION LENGTH(FUNCTION TRIM(FDZZSBO-OUT-REC
                      TRAILING))   TO   WK-HSH-LEN
           END-IF

           PERFORM  VARYING  WK-HSH-POS  FROM  1  BY  1
                    UNTIL  WK-HSH-POS  >  WK-HSH-LEN
               COMPUTE  WK-HSH-BYTE =
                        FUNCTION ORD(FDZZSBO-OUT-REC(WK-HSH-POS:1)) - 1
               PERFORM   HASH-BYTE-RTN
           END-PERFORM

           MOVE    10    TO   WK-HSH-BYTE
           PERFORM   HASH-BYTE-RTN
           .
      ******************************************************************
      * ハッシュ 1バイト分の積み上げ処理(Adler-32)
      ******************************************************************
       HASH-BYTE-RTN.
           COMPUTE  WK-HSH-A = FUNCTION MOD(WK-HSH-A + WK-HSH-BYTE,
                                            65521)
           COMPUTE  WK-HSH-B = FUNCTION MOD(WK-HSH-B + WK-HSH-A,
                                            65521)
           ADD      1   TO   WK-HSH-BYTES
           .
      ******************************************************************
      * ハッシュの16進8桁編集処理(上位4桁=B、下位4桁=A)
      ******************************************************************
       HASH-HEX-RTN.
           MOVE    SPACES     TO   WK-HSH-HEX
           MOVE    WK-HSH-B   TO   WK-HSH-WORK
           PERFORM  VARYING  WK-HSH-HEX-I  FROM  4  BY  -1
                    UNTIL  WK-HSH-HEX-I  <  1
               PERFORM   HASH-DIGIT-RTN
           END-PERFORM

           MOVE    WK-HSH-A   TO   WK-HSH-WORK
           PERFORM  VARYING  WK-HSH-HEX-I  FROM  8  BY  -1
                    UNTIL  WK-HSH-HEX-I  <  5
               PERFORM   HASH-DIGIT-RTN
           END-PERFORM
           .
      ******************************************************************
      * 16進1桁の取り出し処理(WK-HSH-WORK の最下位桁)
      ******************************************************************
       HASH-DIGIT-RTN.
           DIVIDE   WK-HSH-WORK   BY   16
                    GIVING     WK-HSH-QUOT
                    REMAINDER  WK-HSH-DIGIT
           MOVE     WK-HEX-CHARS(WK-HSH-DIGIT + 1:1)   TO
                    WK-HSH-HEX(WK-HSH-HEX-I:1)
           MOVE     WK-HSH-QUOT   TO   WK-HSH-WORK
           .
      ******************************************************************
      * マニフェスト 購読者1件分の記録処理(WK-SUB-I の購読)
      ******************************************************************
       MAN-ENTRY-RTN.
           MOVE    WK-SUB-RECORDS(WK-SUB-I)   TO   WK-MAN-REC-ED
           MOVE    WK-SUB-BYTES(WK-SUB-I)     TO   WK-MAN-BYTE-ED
           INITIALIZE   FDZZMAN-OUT-REC
           STRING  FUNCTION TRIM(WK-SUB-ID(WK-SUB-I))
                                                 DELIMITED BY SIZE
                   "|"                           DELIMITED BY SIZE
                   FUNCTION TRIM(WK-SUB-CONTENT(WK-SUB-I))
                                                 DELIMITED BY SIZE
                   "|"                           DELIMITED BY SIZE
                   FUNCTION TRIM(WK-SUB-FORMAT(WK-SUB-I))
                                                 DELIMITED BY SIZE
                   "|"                           DELIMITED BY SIZE
                   FUNCTION TRIM(WK-SUB-FILE(WK-SUB-I))
                                                 DELIMITED BY SIZE
                   "|"                           DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MAN-REC-ED)  DELIMITED BY SIZE
                   "|"                           DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MAN-BYTE-ED) DELIMITED BY SIZE
                   "|"                           DELIMITED BY SIZE
                   WK-SUB-HASH(WK-SUB-I)         DELIMITED BY SPACE
                   "|"                           DELIMITED BY SIZE
                   FUNCTION TRIM(WK-SUB-STATUS(WK-SUB-I))
                                                 DELIMITED BY SIZE
                  INTO FDZZMAN-OUT-REC
           END-STRING
           PERFORM   MAN-WRITE-RTN
           .
      ******************************************************************
      * マニフェスト1行書き出し処理
      ******************************************************************
       MAN-WRITE-RTN.
           WRITE   FDZZMAN-OUT-REC
           ADD     1   TO   WK-CNT-FDZZMAN
           .
      ******************************************************************
      * 終了処理
      * 購読管理ファイルが無い・未配信の購読者がある場合はRC=8、
      * 不正な購読行・該当0件の配信がある場合はRC=4とする
      ******************************************************************
       END-RTN.
           COMPUTE   WK-CNT-EXCEPTION = WK-CNT-SUB-REJ
                                      + WK-CNT-NOT-DELIVERED

           MOVE    WK-CNT-DELIVERED       TO   WK-MAN-DLV-ED
           MOVE    WK-CNT-EMPTY           TO   WK-MAN-EMP-ED
           MOVE    WK-CNT-NOT-DELIVERED   TO   WK-MAN-NDL-ED
           MOVE    WK-CNT-SUB-REJ         TO   WK-MAN-INV-ED
           INITIALIZE   FDZZMAN-OUT-REC
           STRING  "* DELIVERED: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MAN-DLV-ED)    DELIMITED BY SIZE
                   "  (EMPTY: "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MAN-EMP-ED)    DELIMITED BY SIZE
                   ")  NOT DELIVERED: "            DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MAN-NDL-ED)    DELIMITED BY SIZE
                   "  INVALID SUBSCRIPTIONS: "     DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MAN-INV-ED)    DELIMITED BY SIZE
                  INTO FDZZMAN-OUT-REC
           END-STRING
           PERFORM   MAN-WRITE-RTN

           CLOSE   FDZZMAN
           IF WK-REF-AVAILABLE = "Y"
               CLOSE   FDZZREF
           END-IF

           DISPLAY "FDZZSUB: "  WK-CNT-FDZZSUB "件(読込)"
                   " (INVALID: " WK-CNT-SUB-REJ ")"
           DISPLAY "DELIVERED      : " WK-CNT-DELIVERED
                   " (EMPTY: " WK-CNT-EMPTY ")"
           DISPLAY "NOT DELIVERED  : " WK-CNT-NOT-DELIVERED
           DISPLAY "SOURCE LINES SKIPPED: " WK-CNT-SRC-SKIP
           DISPLAY "MANIFEST: " FUNCTION TRIM(WK-MAN-FILE)
                   " " WK-CNT-FDZZMAN "件(出力)"

           EVALUATE TRUE
               WHEN WK-SUB-AVAILABLE = "N"
                    OR WK-CNT-NOT-DELIVERED > 0
                   MOVE   8   TO   WK-FINAL-RC
               WHEN WK-CNT-SUB-REJ > 0
                    OR WK-CNT-EMPTY > 0
                   MOVE   4   TO   WK-FINAL-RC
               WHEN OTHER
                   MOVE   0   TO   WK-FINAL-RC
           END-EVALUATE

           MOVE    WK-CNT-FDZZSUB     TO   WK-RUN-L-READ
           MOVE    WK-CNT-DELIVERED   TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-EXCEPTION   TO   WK-RUN-L-REJ
           MOVE    WK-FINAL-RC        TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN

           MOVE    WK-FINAL-RC    TO RETURN-CODE
           DISPLAY "END: CZZ1251"
           .
      *    実行管理(ランログ)記録処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZRUN03.
      *    実行時パラメタ読み込み処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZPRM02.
