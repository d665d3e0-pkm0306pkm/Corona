       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CZZ1252.

      ******************************************************************
      * Province/Country 照会画面プログラム(参照専用)
      * 画面で Country(必須)・Province(省略可)・日付範囲(FROM/TO、
      * 省略可)を入力すると、当該キーについて
      *   ・ISO国コード(ec2_country_ref.dat)・人口(ec2_population.dat)
      *     ・Province参照テーブル登録状況(ec2_province_ref.dat)
      *   ・前日集計値(ec2_prior_totals.dat)
      *   ・日次集計履歴(ec2_history.dat)の日別の累計とデルタ。
      *     履歴に無い日付は累積アーカイブ(ec2_history_arch.dat)から
      *     補う(アーカイブ由来の行は "A" を表示する)
      *   ・直近のCZZ1230実行の例外ファイル(アラート ec2_dataalert.txt・
      *     重複 ec2_datadup.txt・リジェクト ec2_datareject.txt・
      *     サスペンス ec2_datasusp.txt)の該当行
      * を1画面にまとめて表示する。明細は15行単位で前後にページ送り
      * できる。Province省略時は当該Countryの全Province(国レベル行を
      * 含む)を対象とする。
      * 国名は大文字小文字を区別せず、国名エイリアス
      * (ec2_country_alias.dat)登録がある旧国名でも照会できる。
      * 日付はCZZ1230と同じ混在書式を受け付ける。
      * 全ファイルを INPUT でのみ開き、照会の都度開閉するため、
      * ヘルプデスクが日次処理中に使用してもデータを変更しない。
      * コマンド: F=次頁 B=前頁 N=新規照会(入力クリア) X=終了。
      * コマンド空白で入力値を変更した場合は再照会する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT  FDZZPRI  ASSIGN TO "FDZZPRI"                                    "ec2_prior_totals.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   SEQUENTIAL
               RECORD KEY         IS   WK-PRIOR-KEY
               FILE STATUS        IS   WK-PRIOR-FS.
       SELECT  FDZZHIS  ASSIGN TO "FDZZHIS"                                    "ec2_history.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   SEQUENTIAL
               RECORD KEY         IS   WK-HIS-KEY
               FILE STATUS        IS   WK-HIS-FS.
       SELECT  FDZZHAR  ASSIGN TO "FDZZHAR"                                    "ec2_history_arch.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-HAR-FS.
       SELECT  FDZZREF  ASSIGN TO "FDZZREF"                                    "ec2_country_ref.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-REF-COUNTRY-NAME
               FILE STATUS        IS   WK-REF-FS.
       SELECT  FDZZPOP  ASSIGN TO "FDZZPOP"                                    "ec2_population.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-POP-COUNTRY-NAME
               FILE STATUS        IS   WK-POP-FS.
       SELECT  FDZZPRV  ASSIGN TO "FDZZPRV"                                    "ec2_province_ref.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-PRV-KEY
               FILE STATUS        IS   WK-PRV-FS.
       SELECT  FDZZALS  ASSIGN TO "FDZZALS"                                    "ec2_country_alias.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-ALS-RAW-NAME
               FILE STATUS        IS   WK-ALS-FS.
       SELECT  FDZZ9C7  ASSIGN TO "FDZZ9C7"                                     "ec2_dataalert.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-ALT-FS.
       SELECT  FDZZ9C6  ASSIGN TO "FDZZ9C6"                                     "ec2_datadup.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-DPR-FS.
       SELECT  FDZZ9C9  ASSIGN TO "FDZZ9C9"                                     "ec2_datareject.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-REJ-FS.
       SELECT  FDZZ9CS  ASSIGN TO "FDZZ9CS"                                    "ec2_datasusp.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-SUS-FS.

      ******************************************************************
       DATA                DIVISION.
       FILE                SECTION.
       FD FDZZPRI.
           COPY  CZZPRI01.
       FD FDZZHIS.
           COPY  CZZHIS01.
       FD FDZZHAR RECORDING MODE IS V.
          01 FDZZHAR-REC                    PIC X(140).
       FD FDZZREF.
           COPY  CZZREF01.
       FD FDZZPOP.
           COPY  CZZPOP01.
       FD FDZZPRV.
           COPY  CZZPRV01.
       FD FDZZALS.
           COPY  CZZALS01.
       FD FDZZ9C7 RECORDING MODE IS V.
          01 FDZZ9C7-IN-REC                 PIC X(250).
       FD FDZZ9C6 RECORDING MODE IS V.
          01 FDZZ9C6-IN-REC                 PIC X(160).
       FD FDZZ9C9 RECORDING MODE IS V.
          01 FDZZ9C9-IN-REC                 PIC X(280).
       FD FDZZ9CS RECORDING MODE IS V.
          01 FDZZ9CS-IN-REC                 PIC X(280).

      ******************************************************************
       WORKING-STORAGE     SECTION.
      ******************************************************************
       01  WK-AREA.
           03 WK-EOF-FLG                     PIC X    VALUE "N".
           03 WK-EXIT-FLG                    PIC X    VALUE "N".
           03 WK-SRCH-OK                     PIC X    VALUE "N".
           03 WK-SRCH-DONE                   PIC X    VALUE "N".
           03 WK-CNT-PRI                     PIC 9(4) VALUE 0.
           03 WK-CNT-HIS                     PIC 9(4) VALUE 0.
           03 WK-CNT-HAR                     PIC 9(4) VALUE 0.
           03 WK-CNT-EXC                     PIC 9(4) VALUE 0.

       01  WK-PRIOR-FS                       PIC X(2) VALUE "00".
       01  WK-HIS-FS                         PIC X(2) VALUE "00".
       01  WK-HAR-FS                         PIC X(2) VALUE "00".
       01  WK-REF-FS                         PIC X(2) VALUE "00".
       01  WK-POP-FS                         PIC X(2) VALUE "00".
       01  WK-PRV-FS                         PIC X(2) VALUE "00".
       01  WK-ALT-FS                         PIC X(2) VALUE "00".
       01  WK-DPR-FS                         PIC X(2) VALUE "00".
       01  WK-REJ-FS                         PIC X(2) VALUE "00".
       01  WK-SUS-FS                         PIC X(2) VALUE "00".
       01  WK-REF-AVAILABLE                  PIC X    VALUE "N".
       01  WK-POP-AVAILABLE                  PIC X    VALUE "N".
       01  WK-PRV-AVAILABLE                  PIC X    VALUE "N".

      *    画面入力項目(照会キー・コマンド)
       01  WK-SCR-IN-AREA.
           03 WK-SCR-COUNTRY                 PIC X(30) VALUE SPACES.
           03 WK-SCR-PROVINCE                PIC X(30) VALUE SPACES.
           03 WK-SCR-FROM                    PIC X(20) VALUE SPACES.
           03 WK-SCR-TO                      PIC X(20) VALUE SPACES.
           03 WK-SCR-CMD                     PIC X(1)  VALUE SPACES.

      *    前回照会時の入力値(変更があれば再照会する)
       01  WK-LAST-IN-AREA.
           03 WK-LAST-COUNTRY                PIC X(30) VALUE SPACES.
           03 WK-LAST-PROVINCE               PIC X(30) VALUE SPACES.
           03 WK-LAST-FROM                   PIC X(20) VALUE SPACES.
           03 WK-LAST-TO                     PIC X(20) VALUE SPACES.

      *    照会キー
      *    COUNTRY/PROVINCE は表示・参照テーブル検索用(ファイル上の
      *    表記)、UCOUNTRY/UPROVINCE は大文字での突合用
       01  WK-KEY-AREA.
           03 WK-KEY-COUNTRY                 PIC X(30) VALUE SPACES.
           03 WK-KEY-PROVINCE                PIC X(30) VALUE SPACES.
           03 WK-KEY-UCOUNTRY                PIC X(30) VALUE SPACES.
           03 WK-KEY-UPROVINCE               PIC X(30) VALUE SPACES.
           03 WK-KEY-FROM                    PIC X(10) VALUE SPACES.
           03 WK-KEY-TO                      PIC X(10) VALUE SPACES.
           03 WK-KEY-CTY-FOUND               PIC X     VALUE "N".
           03 WK-KEY-PRV-FOUND               PIC X     VALUE "N".
           03 WK-KEY-WORK                    PIC X(30) VALUE SPACES.
           03 WK-KEY-RAW-COUNTRY             PIC X(30) VALUE SPACES.

      *    画面見出し表示項目
       01  WK-HDR-AREA.
           03 WK-HDR-ISO                     PIC X(3)  VALUE SPACES.
           03 WK-HDR-POP                     PIC X(15) VALUE SPACES.
           03 WK-HDR-PRV-STATUS              PIC X(20) VALUE SPACES.
           03 WK-HDR-SUMMARY                 PIC X(79) VALUE SPACES.
           03 WK-HDR-PAGE                    PIC X(12) VALUE SPACES.
           03 WK-HDR-MSG                     PIC X(79) VALUE SPACES.
       01  WK-POP-ED                         PIC Z,ZZZ,ZZZ,ZZ9.

      *    照会結果の表示行テーブル(前日集計・履歴・例外の各区分を
      *    順に積み上げ、15行単位でページ表示する)
       01  WK-LIN-COUNT                      PIC 9(4) VALUE 0.
       01  WK-LIN-TABLE.
           03 WK-LIN-TEXT OCCURS 3000 TIMES  PIC X(79).
       01  WK-LIN-I                          PIC 9(4) VALUE 0.
       01  WK-LIN-FULL-FLG                   PIC X    VALUE "N".
       01  WK-LINE-WORK                      PIC X(79) VALUE SPACES.

      *    表示中のページ
       01  WK-PAGE-AREA.
           03 WK-PAGE-NO                     PIC 9(3) VALUE 0.
           03 WK-PAGE-MAX                    PIC 9(3) VALUE 0.
           03 WK-PAGE-I                      PIC 9(2) VALUE 0.
           03 WK-PAGE-NO-ED                  PIC ZZ9.
           03 WK-PAGE-MAX-ED                 PIC ZZ9.
       01  WK-PAGE-TABLE.
           03 WK-PAGE-LINE OCCURS 15 TIMES   PIC X(79).

      *    日次集計履歴の行テーブル(履歴とアーカイブを併合し、
      *    Province・日付順に並べてから表示行に編集する)
      *    SRC: H=履歴 A=アーカイブ
       01  WK-HST-COUNT                      PIC 9(4) VALUE 0.
       01  WK-HST-TABLE.
           03 WK-HST-ENTRY OCCURS 1500 TIMES.
               05 WK-HST-SORT-KEY.
                   07 WK-HST-PROVINCE         PIC X(30).
                   07 WK-HST-DATE             PIC X(10).
               05 WK-HST-CONFIRMED            PIC 9(10).
               05 WK-HST-DEATHS               PIC 9(10).
               05 WK-HST-RECOVERED            PIC 9(10).
               05 WK-HST-NEW-CONFIRMED        PIC S9(10).
               05 WK-HST-NEW-DEATHS           PIC S9(10).
               05 WK-HST-NEW-RECOVERED        PIC S9(10).
               05 WK-HST-CARRIED-FLG          PIC X(1).
               05 WK-HST-SRC                  PIC X(1).
       01  WK-HST-I                          PIC 9(4) VALUE 0.
       01  WK-HST-NEW-SRC                    PIC X(1) VALUE SPACE.
       01  WK-HST-FULL-FLG                   PIC X    VALUE "N".
       01  WK-SORT-I                         PIC 9(4) VALUE 0.
       01  WK-SORT-J                         PIC 9(4) VALUE 0.
       01  WK-SORT-LIMIT                     PIC 9(4) VALUE 0.
       01  WK-SORT-HOLD                      PIC X(102).

      *    表示行の編集用
       01  WK-PRI-LINE.
           03 WK-PRI-L-PROVINCE              PIC X(24).
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-PRI-L-CONFIRMED             PIC Z(9)9.
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-PRI-L-DEATHS                PIC Z(9)9.
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-PRI-L-RECOVERED             PIC Z(9)9.
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-PRI-L-LAST-DATE             PIC X(10).
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-PRI-L-MISS-DAYS             PIC Z(3)9.
           03 FILLER                         PIC X(2)  VALUE SPACE.
           03 WK-PRI-L-REF                   PIC X(1).
       01  WK-HSL-LINE.
           03 WK-HSL-DATE                    PIC X(10).
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-HSL-PROVINCE                PIC X(12).
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-HSL-CONFIRMED               PIC Z(8)9.
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-HSL-DEATHS                  PIC Z(7)9.
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-HSL-RECOVERED               PIC Z(8)9.
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-HSL-NEW-CONFIRMED           PIC -(6)9.
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-HSL-NEW-DEATHS              PIC -(5)9.
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-HSL-NEW-RECOVERED           PIC -(6)9.
           03 FILLER                         PIC X(1)  VALUE SPACE.
           03 WK-HSL-SRC                     PIC X(1).
           03 WK-HSL-CARRIED                 PIC X(1).
       01  WK-CNT-ED                         PIC Z(3)9.
       01  WK-PRI-TITLE.
           03 FILLER                         PIC X(40) VALUE
              "PROVINCE                  CONFIRMED     ".
           03 FILLER                         PIC X(39) VALUE
              "DEATHS  RECOVERED LAST DATE  MISS REF  ".
       01  WK-HSL-TITLE.
           03 FILLER                         PIC X(40) VALUE
              "DATE       PROVINCE     CONFIRMED   DEAT".
           03 FILLER                         PIC X(39) VALUE
              "HS RECOVERED NEW-CNF NEW-DT NEW-REC AC ".
       01  WK-RULE-LINE                      PIC X(79) VALUE ALL "-".

      *    例外ファイル行の突合用
      *    "KEY: 日付_Province_Country" (アラート・重複)と
      *    抽出行そのもの(リジェクト・サスペンス)の双方から
      *    日付・Province・Countryを取り出す
       01  WK-EXC-AREA.
           03 WK-EXC-LABEL                   PIC X(7).
           03 WK-EXC-TEXT                    PIC X(280).
           03 WK-EXC-LEN                     PIC 9(3) VALUE 0.
           03 WK-EXC-POS                     PIC 9(3) VALUE 0.
           03 WK-EXC-DATE                    PIC X(10).
           03 WK-EXC-PROVINCE                PIC X(30).
           03 WK-EXC-COUNTRY                 PIC X(30).
           03 WK-EXC-KEY-OK                  PIC X    VALUE "N".
           03 WK-EXC-MATCH                   PIC X    VALUE "N".
           03 WK-EXC-HIT-CNT                 PIC 9(4) VALUE 0.
       01  WK-SCAN-AREA.
           03 WK-SCAN-LINE                   PIC X(250).
           03 WK-SCAN-I                      PIC 9(3) VALUE 0.
           03 WK-KEY-START                   PIC 9(3) VALUE 0.
           03 WK-KEY-END                     PIC 9(3) VALUE 0.
           03 WK-KEY-USCORE1                 PIC 9(3) VALUE 0.
           03 WK-KEY-USCORE2                 PIC 9(3) VALUE 0.

      *    リジェクト/サスペンス行の分解用
      *    (引用符内のカンマを保護してからUNSTRINGする。
      *     CZZ1230のデクォート処理と同じ方式)
       01  WK-CSV-IN-FILE.
           03 WK-IN-SNO                      PIC X(20).
           03 WK-IN-DATE                     PIC X(20).
           03 WK-IN-PROVINCE                 PIC X(30).
           03 WK-IN-COUNTRY                  PIC X(30).
       01  WK-PARSE-AREA.
           03 WK-PARSE-REC                   PIC X(280).
           03 WK-PARSE-LEN                   PIC 9(3) VALUE 0.
           03 WK-PARSE-IDX                   PIC 9(3) VALUE 0.
           03 WK-PARSE-IN-QUOTE              PIC X    VALUE "N".
           03 WK-PARSE-CHAR                  PIC X    VALUE SPACE.
       01  WK-CSV-COMMA-SUB                  PIC X    VALUE X"01".

      *    Date 正規化用作業域(CZZ1230と共通)
           COPY  CZZDTN01.

      *    国名エイリアス(正規国名変換)用作業域(CZZ1230と共通)
           COPY  CZZALS02.

      ******************************************************************
       SCREEN              SECTION.
      ******************************************************************
      *    照会画面(1-7行目: 見出し・照会キー・キー属性、
      *    8-22行目: 照会結果15行、23行目: メッセージ、24行目: コマンド)
       01  SCR-INQ.
           03 BLANK SCREEN.
           03 LINE 1  COL 1  VALUE "CZZ1252  PROVINCE/COUNTRY INQUIRY".
           03 LINE 1  COL 36 VALUE "(READ ONLY)".
           03 LINE 1  COL 68 PIC X(12) FROM WK-HDR-PAGE.
           03 LINE 3  COL 1  VALUE "COUNTRY :".
           03 LINE 3  COL 11 PIC X(30) USING WK-SCR-COUNTRY
                             UNDERLINE.
           03 LINE 3  COL 44 VALUE "FROM:".
           03 LINE 3  COL 50 PIC X(20) USING WK-SCR-FROM
                             UNDERLINE.
           03 LINE 4  COL 1  VALUE "PROVINCE:".
           03 LINE 4  COL 11 PIC X(30) USING WK-SCR-PROVINCE
                             UNDERLINE.
           03 LINE 4  COL 44 VALUE "TO  :".
           03 LINE 4  COL 50 PIC X(20) USING WK-SCR-TO
                             UNDERLINE.
           03 LINE 5  COL 1  VALUE "ISO CODE:".
           03 LINE 5  COL 11 PIC X(3)  FROM WK-HDR-ISO.
           03 LINE 5  COL 16 VALUE "POPULATION:".
           03 LINE 5  COL 28 PIC X(15) FROM WK-HDR-POP.
           03 LINE 5  COL 44 VALUE "PROVINCE REF:".
           03 LINE 5  COL 58 PIC X(20) FROM WK-HDR-PRV-STATUS.
           03 LINE 6  COL 1  PIC X(79) FROM WK-HDR-SUMMARY.
           03 LINE 7  COL 1  PIC X(79) FROM WK-RULE-LINE.
           03 LINE 8  COL 1  PIC X(79) FROM WK-PAGE-LINE(1).
           03 LINE 9  COL 1  PIC X(79) FROM WK-PAGE-LINE(2).
           03 LINE 10 COL 1  PIC X(79) FROM WK-PAGE-LINE(3).
           03 LINE 11 COL 1  PIC X(79) FROM WK-PAGE-LINE(4).
           03 LINE 12 COL 1  PIC X(79) FROM WK-PAGE-LINE(5).
           03 LINE 13 COL 1  PIC X(79) FROM WK-PAGE-LINE(6).
           03 LINE 14 COL 1  PIC X(79) FROM WK-PAGE-LINE(7).
           03 LINE 15 COL 1  PIC X(79) FROM WK-PAGE-LINE(8).
           03 LINE 16 COL 1  PIC X(79) FROM WK-PAGE-LINE(9).
           03 LINE 17 COL 1  PIC X(79) FROM WK-PAGE-LINE(10).
           03 LINE 18 COL 1  PIC X(79) FROM WK-PAGE-LINE(11).
           03 LINE 19 COL 1  PIC X(79) FROM WK-PAGE-LINE(12).
           03 LINE 20 COL 1  PIC X(79) FROM WK-PAGE-LINE(13).
           03 LINE 21 COL 1  PIC X(79) FROM WK-PAGE-LINE(14).
           03 LINE 22 COL 1  PIC X(79) FROM WK-PAGE-LINE(15).
           03 LINE 23 COL 1  PIC X(79) FROM WK-HDR-MSG
                             HIGHLIGHT.
           03 LINE 24 COL 1  VALUE "COMMAND:".
           03 LINE 24 COL 10 PIC X(1)  USING WK-SCR-CMD
                             UNDERLINE.
           03 LINE 24 COL 13 VALUE
              "F=FORWARD  B=BACK  N=NEW INQUIRY  X=EXIT".

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************
       MAIN-PROC.
           PERFORM   INIT-RTN.

           PERFORM   INQ-RTN UNTIL WK-EXIT-FLG = "Y".

           PERFORM   END-RTN.

           STOP RUN
           .
      ******************************************************************
      * イニシャル処理
      ******************************************************************
       INIT-RTN.
           MOVE    "ENTER A COUNTRY (PROVINCE AND DATE RANGE OPTIONAL)"
                                    TO   WK-HDR-MSG
           PERFORM   PAGE-FILL-RTN
           .
      ******************************************************************
      * 照会画面 1回分の入力・処理
      * コマンド空白で入力値が前回照会と異なれば照会し、
      * F/B はページ送り、N は入力クリア、X は終了とする
      ******************************************************************
       INQ-RTN.
           DISPLAY   SCR-INQ
           ACCEPT    SCR-INQ

           MOVE    FUNCTION UPPER-CASE(WK-SCR-CMD)   TO   WK-SCR-CMD
           MOVE    SPACES   TO   WK-HDR-MSG

           EVALUATE TRUE
               WHEN WK-SCR-CMD = "X"
                   MOVE   "Y"   TO   WK-EXIT-FLG
               WHEN WK-SCR-CMD = "N"
                   PERFORM   CLEAR-RTN
               WHEN WK-SCR-COUNTRY  NOT = WK-LAST-COUNTRY
                 OR WK-SCR-PROVINCE NOT = WK-LAST-PROVINCE
                 OR WK-SCR-FROM     NOT = WK-LAST-FROM
                 OR WK-SCR-TO       NOT = WK-LAST-TO
                 OR WK-SRCH-DONE = "N"
                   PERFORM   SEARCH-RTN
               WHEN WK-SCR-CMD = "F"
                   IF WK-PAGE-NO < WK-PAGE-MAX
                       ADD    1   TO   WK-PAGE-NO
                   ELSE
                       MOVE   "LAST PAGE"    TO   WK-HDR-MSG
                   END-IF
               WHEN WK-SCR-CMD = "B"
                   IF WK-PAGE-NO > 1
                       SUBTRACT  1   FROM  WK-PAGE-NO
                   ELSE
                       MOVE   "FIRST PAGE"   TO   WK-HDR-MSG
                   END-IF
               WHEN WK-SCR-CMD = SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE   "COMMAND MUST BE F, B, N OR X"   TO
                          WK-HDR-MSG
           END-EVALUATE

           MOVE    SPACE    TO   WK-SCR-CMD
           PERFORM   PAGE-FILL-RTN
           .
      ******************************************************************
      * 入力・照会結果のクリア処理(N コマンド)
      ******************************************************************
       CLEAR-RTN.
           INITIALIZE   WK-SCR-IN-AREA WK-LAST-IN-AREA WK-HDR-AREA
           MOVE    0     TO   WK-LIN-COUNT WK-PAGE-NO WK-PAGE-MAX
           MOVE    "N"   TO   WK-SRCH-DONE
           MOVE    "ENTER A COUNTRY (PROVINCE AND DATE RANGE OPTIONAL)"
                                    TO   WK-HDR-MSG
           .
      ******************************************************************
      * 照会処理
      * 入力値を検証し、参照テーブル・前日集計・履歴・例外ファイルを
      * 順に読んで表示行テーブルを作り直す
      ******************************************************************
       SEARCH-RTN.
           MOVE    WK-SCR-COUNTRY    TO   WK-LAST-COUNTRY
           MOVE    WK-SCR-PROVINCE   TO   WK-LAST-PROVINCE
           MOVE    WK-SCR-FROM       TO   WK-LAST-FROM
           MOVE    WK-SCR-TO         TO   WK-LAST-TO
           MOVE    "Y"   TO   WK-SRCH-DONE

           INITIALIZE   WK-HDR-AREA
           MOVE    0     TO   WK-LIN-COUNT WK-HST-COUNT WK-PAGE-NO
                              WK-PAGE-MAX
                              WK-CNT-PRI WK-CNT-HIS WK-CNT-HAR
                              WK-CNT-EXC
           MOVE    "N"   TO   WK-LIN-FULL-FLG WK-HST-FULL-FLG

      *    照会キーの国名エイリアス読み替えに使うため、参照テーブルは
      *    キー検証の前に開く
           PERFORM   REFTBL-OPEN-RTN
           PERFORM   KEY-CHECK-RTN

           IF WK-SRCH-OK = "Y"
               PERFORM   PRI-SCAN-RTN
               PERFORM   HIS-SCAN-RTN
               PERFORM   HAR-SCAN-RTN
               PERFORM   HST-LINES-RTN
               PERFORM   EXC-SCAN-RTN
               PERFORM   KEY-ATTR-RTN
               PERFORM   REFTBL-CLOSE-RTN
               PERFORM   SUMMARY-RTN

               COMPUTE  WK-PAGE-MAX = (WK-LIN-COUNT + 14) / 15
               IF WK-PAGE-MAX = 0
                   MOVE   1   TO   WK-PAGE-MAX
               END-IF
               MOVE    1   TO   WK-PAGE-NO

               IF WK-KEY-CTY-FOUND = "N"
                    AND WK-CNT-EXC = 0
                   MOVE   "NO DATA FOUND - CHECK THE SPELLING"
                                    TO   WK-HDR-MSG
               END-IF
               IF WK-LIN-FULL-FLG = "Y"
                    OR WK-HST-FULL-FLG = "Y"
                   MOVE   "RESULT TRUNCATED - NARROW THE DATE RANGE"
                                    TO   WK-HDR-MSG
               END-IF
           ELSE
               PERFORM   REFTBL-CLOSE-RTN
           END-IF
           .
      ******************************************************************
      * 照会キー検証処理
      * Countryは必須。国名エイリアス登録があれば正規国名で照会する。
      * 日付はCZZ1230と同じ正規化を行い、正規化後の値を画面に戻す
      ******************************************************************
       KEY-CHECK-RTN.
           MOVE    "Y"      TO   WK-SRCH-OK

           IF WK-SCR-COUNTRY = SPACES
               MOVE   "N"   TO   WK-SRCH-OK
               MOVE   "COUNTRY IS REQUIRED"   TO   WK-HDR-MSG
           END-IF

           IF WK-SRCH-OK = "Y"
               MOVE    FUNCTION TRIM(WK-SCR-COUNTRY)   TO   WK-ALS-NAME
               PERFORM   ALIAS-RESOLVE-RTN
               MOVE    WK-ALS-NAME       TO   WK-KEY-COUNTRY
      *        Province参照テーブルは生の国名で登録されているため控える
               MOVE    SPACES            TO   WK-KEY-RAW-COUNTRY
               IF WK-ALS-HIT-FLG = "Y"
                   MOVE   WK-ALS-RAW-SAVE   TO   WK-KEY-RAW-COUNTRY
               END-IF
               MOVE    FUNCTION UPPER-CASE(WK-KEY-COUNTRY)   TO
                       WK-KEY-UCOUNTRY
               MOVE    FUNCTION TRIM(WK-SCR-PROVINCE)  TO
                       WK-KEY-PROVINCE
               MOVE    FUNCTION UPPER-CASE(WK-KEY-PROVINCE)  TO
                       WK-KEY-UPROVINCE
               MOVE    "N"   TO   WK-KEY-CTY-FOUND WK-KEY-PRV-FOUND
           END-IF

           IF WK-SRCH-OK = "Y"
               IF WK-SCR-FROM = SPACES
                   MOVE   "0000-00-00"   TO   WK-KEY-FROM
               ELSE
                   MOVE   WK-SCR-FROM    TO   WK-DTN-IN
                   PERFORM   DATE-NORMALIZE-RTN
                   IF WK-DTN-OK = "Y"
                       MOVE   WK-DTN-OUT(1:10)   TO   WK-KEY-FROM
                                                      WK-SCR-FROM
                   ELSE
                       MOVE   "N"   TO   WK-SRCH-OK
                       MOVE   "FROM DATE IS NOT A VALID DATE"   TO
                              WK-HDR-MSG
                   END-IF
               END-IF
           END-IF

           IF WK-SRCH-OK = "Y"
               IF WK-SCR-TO = SPACES
                   MOVE   "9999-99-99"   TO   WK-KEY-TO
               ELSE
                   MOVE   WK-SCR-TO      TO   WK-DTN-IN
                   PERFORM   DATE-NORMALIZE-RTN
                   IF WK-DTN-OK = "Y"
                       MOVE   WK-DTN-OUT(1:10)   TO   WK-KEY-TO
                                                      WK-SCR-TO
                   ELSE
                       MOVE   "N"   TO   WK-SRCH-OK
                       MOVE   "TO DATE IS NOT A VALID DATE"   TO
                              WK-HDR-MSG
                   END-IF
               END-IF
           END-IF

           IF WK-SRCH-OK = "Y"
                AND WK-KEY-FROM > WK-KEY-TO
               MOVE   "N"   TO   WK-SRCH-OK
               MOVE   "FROM DATE IS AFTER TO DATE"   TO   WK-HDR-MSG
           END-IF

      *    正規化した日付を戻した入力値を前回値として控える
           MOVE    WK-SCR-FROM   TO   WK-LAST-FROM
           MOVE    WK-SCR-TO     TO   WK-LAST-TO
           .
      ******************************************************************
      * 参照テーブル オープン処理
      * 無いテーブルは該当項目を "NOT AVAILABLE" として続行する。
      * 国名エイリアスも照会の都度開き直し、照会中の CZZ1247 による
      * 更新を次の照会から反映する(無ければ読み替えなしで照会する)
      ******************************************************************
       REFTBL-OPEN-RTN.
           OPEN   INPUT  FDZZALS
           IF WK-ALS-FS = "00"
               MOVE   "Y"   TO   WK-ALS-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-ALS-AVAILABLE
           END-IF

           OPEN   INPUT  FDZZREF
           IF WK-REF-FS = "00"
               MOVE   "Y"   TO   WK-REF-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-REF-AVAILABLE
           END-IF

           OPEN   INPUT  FDZZPOP
           IF WK-POP-FS = "00"
               MOVE   "Y"   TO   WK-POP-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-POP-AVAILABLE
           END-IF

           OPEN   INPUT  FDZZPRV
           IF WK-PRV-FS = "00"
               MOVE   "Y"   TO   WK-PRV-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-PRV-AVAILABLE
           END-IF
           .
      ******************************************************************
      * 参照テーブル クローズ処理
      ******************************************************************
       REFTBL-CLOSE-RTN.
           IF WK-REF-AVAILABLE = "Y"
               CLOSE  FDZZREF
           END-IF
           IF WK-POP-AVAILABLE = "Y"
               CLOSE  FDZZPOP
           END-IF
           IF WK-PRV-AVAILABLE = "Y"
               CLOSE  FDZZPRV
           END-IF
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE  FDZZALS
               MOVE   "N"   TO   WK-ALS-AVAILABLE
           END-IF
           .
      ******************************************************************
      * 前日集計値 走査処理
      * 照会キーに合致する前日集計エントリを表示行にする
      * REF欄: Y=Province参照テーブル登録済 N=未登録
      *        -=国レベル行(チェック対象外) ?=参照テーブル無し
      ******************************************************************
       PRI-SCAN-RTN.
           MOVE    "*** PRIOR TOTALS (ec2_prior_totals.dat) ***"
                                    TO   WK-LINE-WORK
           PERFORM   LINE-ADD-RTN

           OPEN   INPUT  FDZZPRI
           IF WK-PRIOR-FS = "00"
               MOVE    WK-PRI-TITLE     TO   WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   PRI-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE  FDZZPRI
               IF WK-CNT-PRI = 0
                   MOVE   "  (NO PRIOR TOTALS FOR THIS KEY)"   TO
                          WK-LINE-WORK
                   PERFORM   LINE-ADD-RTN
               END-IF
           ELSE
               MOVE   "  (PRIOR TOTALS FILE NOT AVAILABLE)"   TO
                      WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
           END-IF
           .
      ******************************************************************
      * 前日集計値 1件読み込み処理
      ******************************************************************
       PRI-READ-RTN.
           READ FDZZPRI NEXT RECORD
                AT END
                    MOVE   "Y"   TO   WK-EOF-FLG
                NOT AT END
                    IF FUNCTION UPPER-CASE(WK-PRIOR-COUNTRY) =
                            WK-KEY-UCOUNTRY
                         AND (WK-KEY-UPROVINCE = SPACES
                          OR FUNCTION UPPER-CASE(WK-PRIOR-PROVINCE) =
                             WK-KEY-UPROVINCE)
                        ADD    1   TO   WK-CNT-PRI
                        MOVE   WK-PRIOR-COUNTRY    TO   WK-KEY-WORK
                        PERFORM   KEY-FOUND-RTN
                        IF WK-KEY-UPROVINCE NOT = SPACES
                            MOVE   WK-PRIOR-PROVINCE   TO
                                   WK-KEY-PROVINCE
                            MOVE   "Y"   TO   WK-KEY-PRV-FOUND
                        END-IF
                        PERFORM   PRI-LINE-RTN
                    END-IF
           END-READ
           .
      ******************************************************************
      * 前日集計値 表示行編集処理
      ******************************************************************
       PRI-LINE-RTN.
           IF WK-PRIOR-PROVINCE = SPACES
               MOVE   "(COUNTRY LEVEL)"    TO   WK-PRI-L-PROVINCE
               MOVE   "-"                  TO   WK-PRI-L-REF
           ELSE
               MOVE   WK-PRIOR-PROVINCE    TO   WK-PRI-L-PROVINCE
               IF WK-PRV-AVAILABLE = "Y"
                   MOVE    WK-PRIOR-PROVINCE   TO   WK-PRV-PROVINCE
                   MOVE    WK-PRIOR-COUNTRY    TO   WK-PRV-COUNTRY
                   READ    FDZZPRV
                           KEY IS WK-PRV-KEY
                       INVALID KEY
                           MOVE   "N"   TO   WK-PRI-L-REF
                       NOT INVALID KEY
                           MOVE   "Y"   TO   WK-PRI-L-REF
                   END-READ
      *            正規国名で見つからなければ入力された生の国名で再検索
                   IF WK-PRI-L-REF = "N"
                        AND WK-KEY-RAW-COUNTRY NOT = SPACES
                       MOVE    WK-KEY-RAW-COUNTRY  TO   WK-PRV-COUNTRY
                       READ    FDZZPRV
                               KEY IS WK-PRV-KEY
                           INVALID KEY
                               MOVE   "N"   TO   WK-PRI-L-REF
                           NOT INVALID KEY
                               MOVE   "Y"   TO   WK-PRI-L-REF
                       END-READ
                   END-IF
               ELSE
                   MOVE   "?"   TO   WK-PRI-L-REF
               END-IF
           END-IF
           MOVE    WK-PRIOR-CONFIRMED     TO   WK-PRI-L-CONFIRMED
           MOVE    WK-PRIOR-DEATHS        TO   WK-PRI-L-DEATHS
           MOVE    WK-PRIOR-RECOVERED     TO   WK-PRI-L-RECOVERED
           MOVE    WK-PRIOR-LAST-DATE     TO   WK-PRI-L-LAST-DATE
           MOVE    WK-PRIOR-MISS-DAYS     TO   WK-PRI-L-MISS-DAYS
           MOVE    WK-PRI-LINE            TO   WK-LINE-WORK
           PERFORM   LINE-ADD-RTN
           .
      ******************************************************************
      * 照会キーのファイル上表記の控え処理
      * 最初に合致した行の国名表記で参照テーブルを検索する
      ******************************************************************
       KEY-FOUND-RTN.
           IF WK-KEY-CTY-FOUND = "N"
               MOVE   "Y"           TO   WK-KEY-CTY-FOUND
               MOVE   WK-KEY-WORK   TO   WK-KEY-COUNTRY
           END-IF
           .
      ******************************************************************
      * 日次集計履歴 走査処理
      * 照会キー・日付範囲に合致する行を行テーブルへ取り込む
      ******************************************************************
       HIS-SCAN-RTN.
           OPEN   INPUT  FDZZHIS
           IF WK-HIS-FS = "00"
               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   HIS-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE  FDZZHIS
           END-IF
           .
      ******************************************************************
      * 日次集計履歴 1件読み込み処理
      ******************************************************************
       HIS-READ-RTN.
           READ FDZZHIS NEXT RECORD
                AT END
                    MOVE   "Y"   TO   WK-EOF-FLG
                NOT AT END
                    IF FUNCTION UPPER-CASE(WK-HIS-COUNTRY) =
                            WK-KEY-UCOUNTRY
                         AND (WK-KEY-UPROVINCE = SPACES
                          OR FUNCTION UPPER-CASE(WK-HIS-PROVINCE) =
                             WK-KEY-UPROVINCE)
                         AND WK-HIS-DATE >= WK-KEY-FROM
                         AND WK-HIS-DATE <= WK-KEY-TO
                        ADD    1   TO   WK-CNT-HIS
                        MOVE   WK-HIS-COUNTRY   TO   WK-KEY-WORK
                        PERFORM   KEY-FOUND-RTN
                        IF WK-KEY-UPROVINCE NOT = SPACES
                            MOVE   WK-HIS-PROVINCE   TO
                                   WK-KEY-PROVINCE
                            MOVE   "Y"   TO   WK-KEY-PRV-FOUND
                        END-IF
                        MOVE   0     TO   WK-HST-I
                        MOVE   "H"   TO   WK-HST-NEW-SRC
                        PERFORM   HST-ADD-RTN
                    END-IF
           END-READ
           .
      ******************************************************************
      * 累積アーカイブ 走査処理
      * 履歴に無い Province+日付 の行のみ補う(世代管理で履歴から
      * 退避された古い日付)。同一キーが複数回退避されている場合は
      * 後勝ちとする(CZZ1239と同じ見方)。アーカイブの国名は退避時
      * の表記のため、エイリアス登録があれば正規国名で突合する
      ******************************************************************
       HAR-SCAN-RTN.
           OPEN   INPUT  FDZZHAR
           IF WK-HAR-FS = "00"
               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   HAR-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE  FDZZHAR
           END-IF
           .
      ******************************************************************
      * 累積アーカイブ 1件読み込み処理
      ******************************************************************
       HAR-READ-RTN.
           READ FDZZHAR
                AT END
                    MOVE   "Y"   TO   WK-EOF-FLG
                NOT AT END
                    MOVE   FDZZHAR-REC   TO   FDZZHIS-REC
                    MOVE   WK-HIS-COUNTRY   TO   WK-ALS-NAME
                    PERFORM   ALIAS-RESOLVE-RTN
                    IF FUNCTION UPPER-CASE(WK-ALS-NAME) =
                            WK-KEY-UCOUNTRY
                         AND (WK-KEY-UPROVINCE = SPACES
                          OR FUNCTION UPPER-CASE(WK-HIS-PROVINCE) =
                             WK-KEY-UPROVINCE)
                         AND WK-HIS-DATE >= WK-KEY-FROM
                         AND WK-HIS-DATE <= WK-KEY-TO
                        PERFORM   HAR-MERGE-RTN
                    END-IF
           END-READ
           .
      ******************************************************************
      * アーカイブ行の併合処理
      * 同じ Province+日付 が履歴由来ならば捨て、アーカイブ由来ならば
      * 上書きし、無ければ追加する
      ******************************************************************
       HAR-MERGE-RTN.
           MOVE    0   TO   WK-HST-I
           PERFORM  VARYING  WK-SORT-I  FROM  1  BY  1
                    UNTIL  WK-SORT-I  >  WK-HST-COUNT
                        OR  WK-HST-I  >  0
               IF WK-HST-PROVINCE(WK-SORT-I) = WK-HIS-PROVINCE
                    AND WK-HST-DATE(WK-SORT-I) = WK-HIS-DATE
                   MOVE   WK-SORT-I   TO   WK-HST-I
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WK-HST-I = 0
                   ADD    1   TO   WK-CNT-HAR
                   MOVE   WK-ALS-NAME      TO   WK-KEY-WORK
                   PERFORM   KEY-FOUND-RTN
                   IF WK-KEY-UPROVINCE NOT = SPACES
                        AND WK-KEY-PRV-FOUND = "N"
                       MOVE   WK-HIS-PROVINCE   TO   WK-KEY-PROVINCE
                       MOVE   "Y"   TO   WK-KEY-PRV-FOUND
                   END-IF
                   MOVE   "A"   TO   WK-HST-NEW-SRC
                   PERFORM   HST-ADD-RTN
               WHEN WK-HST-SRC(WK-HST-I) = "A"
                   MOVE   "A"   TO   WK-HST-NEW-SRC
                   PERFORM   HST-ADD-RTN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * 履歴行テーブルへの設定処理
      * WK-HST-I = 0 の場合は末尾へ追加し、それ以外は当該エントリを
      * 上書きする。出所(H/A)は WK-HST-NEW-SRC で受け渡す
      ******************************************************************
       HST-ADD-RTN.
           IF WK-HST-I = 0
               IF WK-HST-COUNT < 1500
                   ADD    1   TO   WK-HST-COUNT
                   MOVE   WK-HST-COUNT   TO   WK-HST-I
               ELSE
                   MOVE   "Y"   TO   WK-HST-FULL-FLG
               END-IF
           END-IF

           IF WK-HST-I > 0
               MOVE   WK-HST-NEW-SRC         TO   WK-HST-SRC(WK-HST-I)
               MOVE   WK-HIS-PROVINCE        TO
                      WK-HST-PROVINCE(WK-HST-I)
               MOVE   WK-HIS-DATE            TO   WK-HST-DATE(WK-HST-I)
               MOVE   WK-HIS-CONFIRMED       TO
                      WK-HST-CONFIRMED(WK-HST-I)
               MOVE   WK-HIS-DEATHS          TO
                      WK-HST-DEATHS(WK-HST-I)
               MOVE   WK-HIS-RECOVERED       TO
                      WK-HST-RECOVERED(WK-HST-I)
               MOVE   WK-HIS-NEW-CONFIRMED   TO
                      WK-HST-NEW-CONFIRMED(WK-HST-I)
               MOVE   WK-HIS-NEW-DEATHS      TO
                      WK-HST-NEW-DEATHS(WK-HST-I)
               MOVE   WK-HIS-NEW-RECOVERED   TO
                      WK-HST-NEW-RECOVERED(WK-HST-I)
               MOVE   WK-HIS-CARRIED-FLG     TO
                      WK-HST-CARRIED-FLG(WK-HST-I)
           END-IF
           .
      ******************************************************************
      * 履歴行の表示行編集処理
      * Province・日付順に並べ替えてから1日1行で表示する
      * 末尾の印: A=アーカイブ由来 C=報告欠落による引き継ぎ行
      ******************************************************************
       HST-LINES-RTN.
           MOVE    SPACES   TO   WK-LINE-WORK
           PERFORM   LINE-ADD-RTN
           MOVE    "*** DAILY HISTORY (ec2_history.dat / ARCHIVE) ***"
                                    TO   WK-LINE-WORK
           PERFORM   LINE-ADD-RTN

           IF WK-HIS-FS NOT = "00"
               MOVE   "  (HISTORY FILE NOT AVAILABLE - ARCHIVE ONLY)"
                                    TO   WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
           END-IF

           IF WK-HST-COUNT = 0
               MOVE   "  (NO HISTORY ROWS FOR THIS KEY AND DATE RANGE)"
                                    TO   WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
           ELSE
               MOVE    WK-HSL-TITLE     TO   WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
               PERFORM   SORT-RTN
               PERFORM  VARYING  WK-HST-I  FROM  1  BY  1
                        UNTIL  WK-HST-I  >  WK-HST-COUNT
                   PERFORM   HST-LINE-RTN
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * 履歴行 1行分の編集処理
      ******************************************************************
       HST-LINE-RTN.
           MOVE    WK-HST-DATE(WK-HST-I)        TO   WK-HSL-DATE
           IF WK-HST-PROVINCE(WK-HST-I) = SPACES
               MOVE   "(COUNTRY)"                TO   WK-HSL-PROVINCE
           ELSE
               MOVE   WK-HST-PROVINCE(WK-HST-I)  TO   WK-HSL-PROVINCE
           END-IF
           MOVE    WK-HST-CONFIRMED(WK-HST-I)   TO   WK-HSL-CONFIRMED
           MOVE    WK-HST-DEATHS(WK-HST-I)      TO   WK-HSL-DEATHS
           MOVE    WK-HST-RECOVERED(WK-HST-I)   TO   WK-HSL-RECOVERED
           MOVE    WK-HST-NEW-CONFIRMED(WK-HST-I)   TO
                   WK-HSL-NEW-CONFIRMED
           MOVE    WK-HST-NEW-DEATHS(WK-HST-I)      TO
                   WK-HSL-NEW-DEATHS
           MOVE    WK-HST-NEW-RECOVERED(WK-HST-I)   TO
                   WK-HSL-NEW-RECOVERED
           IF WK-HST-SRC(WK-HST-I) = "A"
               MOVE   "A"     TO   WK-HSL-SRC
           ELSE
               MOVE   SPACE   TO   WK-HSL-SRC
           END-IF
           IF WK-HST-CARRIED-FLG(WK-HST-I) = "Y"
               MOVE   "C"     TO   WK-HSL-CARRIED
           ELSE
               MOVE   SPACE   TO   WK-HSL-CARRIED
           END-IF
           MOVE    WK-HSL-LINE   TO   WK-LINE-WORK
           PERFORM   LINE-ADD-RTN
           .
      ******************************************************************
      * 履歴行テーブルの並べ替え処理(Province・日付の昇順)
      ******************************************************************
       SORT-RTN.
           IF WK-HST-COUNT > 1
               PERFORM  VARYING  WK-SORT-I  FROM  1  BY  1
                        UNTIL  WK-SORT-I  >  WK-HST-COUNT - 1
                   COMPUTE WK-SORT-LIMIT = WK-HST-COUNT - WK-SORT-I
                   PERFORM  VARYING  WK-SORT-J  FROM  1  BY  1
                            UNTIL  WK-SORT-J  >  WK-SORT-LIMIT
                       IF WK-HST-SORT-KEY(WK-SORT-J) >
                          WK-HST-SORT-KEY(WK-SORT-J + 1)
                           PERFORM   SORT-SWAP-RTN
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * ソート用の隣接エントリ交換処理
      ******************************************************************
       SORT-SWAP-RTN.
           MOVE   WK-HST-ENTRY(WK-SORT-J)      TO   WK-SORT-HOLD
           MOVE   WK-HST-ENTRY(WK-SORT-J + 1)  TO
                  WK-HST-ENTRY(WK-SORT-J)
           MOVE   WK-SORT-HOLD                 TO
                  WK-HST-ENTRY(WK-SORT-J + 1)
           .
      ******************************************************************
      * 例外ファイル 走査処理
      * 直近のCZZ1230実行が出力したアラート・重複・リジェクト・
      * サスペンスから照会キー・日付範囲に合致する行を表示する
      ******************************************************************
       EXC-SCAN-RTN.
           MOVE    SPACES   TO   WK-LINE-WORK
           PERFORM   LINE-ADD-RTN
           MOVE    "*** EXCEPTIONS (ALERT/DUP/REJECT/SUSPENSE) ***"
                                    TO   WK-LINE-WORK
           PERFORM   LINE-ADD-RTN

           OPEN   INPUT  FDZZ9C7
           IF WK-ALT-FS = "00"
               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   ALT-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE  FDZZ9C7
           ELSE
               MOVE   "  (ALERT FILE NOT AVAILABLE)"   TO
                      WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
           END-IF

           OPEN   INPUT  FDZZ9C6
           IF WK-DPR-FS = "00"
               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   DPR-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE  FDZZ9C6
           ELSE
               MOVE   "  (DUPLICATE REPORT NOT AVAILABLE)"   TO
                      WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
           END-IF

           OPEN   INPUT  FDZZ9C9
           IF WK-REJ-FS = "00"
               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   REJ-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE  FDZZ9C9
           ELSE
               MOVE   "  (REJECT FILE NOT AVAILABLE)"   TO
                      WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
           END-IF

           OPEN   INPUT  FDZZ9CS
           IF WK-SUS-FS = "00"
               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   SUS-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE  FDZZ9CS
           ELSE
               MOVE   "  (SUSPENSE FILE NOT AVAILABLE)"   TO
                      WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
           END-IF

           IF WK-CNT-EXC = 0
               MOVE   "  (NO EXCEPTION ENTRIES FOR THIS KEY)"   TO
                      WK-LINE-WORK
               PERFORM   LINE-ADD-RTN
           END-IF
           .
      ******************************************************************
      * アラートファイル 1行読み込み処理
      ******************************************************************
       ALT-READ-RTN.
           READ FDZZ9C7
                AT END
                    MOVE   "Y"   TO   WK-EOF-FLG
                NOT AT END
                    MOVE   FDZZ9C7-IN-REC   TO   WK-SCAN-LINE
                    PERFORM   KEY-SPLIT-RTN
                    IF WK-EXC-KEY-OK = "Y"
                        PERFORM   EXC-MATCH-RTN
                        IF WK-EXC-MATCH = "Y"
                            MOVE   "ALERT"          TO   WK-EXC-LABEL
                            MOVE   FDZZ9C7-IN-REC   TO   WK-EXC-TEXT
                            PERFORM   EXC-LINE-RTN
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * 重複レポート 1行読み込み処理
      ******************************************************************
       DPR-READ-RTN.
           READ FDZZ9C6
                AT END
                    MOVE   "Y"   TO   WK-EOF-FLG
                NOT AT END
                    MOVE   FDZZ9C6-IN-REC   TO   WK-SCAN-LINE
                    PERFORM   KEY-SPLIT-RTN
                    IF WK-EXC-KEY-OK = "Y"
                        PERFORM   EXC-MATCH-RTN
                        IF WK-EXC-MATCH = "Y"
                            MOVE   "DUP"            TO   WK-EXC-LABEL
                            MOVE   FDZZ9C6-IN-REC   TO   WK-EXC-TEXT
                            PERFORM   EXC-LINE-RTN
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * リジェクトファイル 1行読み込み処理
      ******************************************************************
       REJ-READ-RTN.
           READ FDZZ9C9
                AT END
                    MOVE   "Y"   TO   WK-EOF-FLG
                NOT AT END
                    IF FDZZ9C9-IN-REC NOT = SPACES
                        MOVE   FDZZ9C9-IN-REC   TO   WK-PARSE-REC
                        PERFORM   ROW-SPLIT-RTN
                        PERFORM   EXC-MATCH-RTN
                        IF WK-EXC-MATCH = "Y"
                            MOVE   "REJECT"         TO   WK-EXC-LABEL
                            MOVE   FDZZ9C9-IN-REC   TO   WK-EXC-TEXT
                            PERFORM   EXC-LINE-RTN
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * サスペンスファイル 1行読み込み処理
      ******************************************************************
       SUS-READ-RTN.
           READ FDZZ9CS
                AT END
                    MOVE   "Y"   TO   WK-EOF-FLG
                NOT AT END
                    IF FDZZ9CS-IN-REC NOT = SPACES
                        MOVE   FDZZ9CS-IN-REC   TO   WK-PARSE-REC
                        PERFORM   ROW-SPLIT-RTN
                        PERFORM   EXC-MATCH-RTN
                        IF WK-EXC-MATCH = "Y"
                            MOVE   "SUSPNS"         TO   WK-EXC-LABEL
                            MOVE   FDZZ9CS-IN-REC   TO   WK-EXC-TEXT
                            PERFORM   EXC-LINE-RTN
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * "KEY: 日付_Province_Country" の分解処理(アラート・重複)
      * キーの終わりは連続2桁の空白とし、最初の "_" より前を日付、
      * 最後の "_" より後ろをCountry、その間をProvinceとする
      * (CZZ1245のCountry取り出しと同じ見方)
      ******************************************************************
       KEY-SPLIT-RTN.
           MOVE    "N"      TO   WK-EXC-KEY-OK
           MOVE    SPACES   TO   WK-EXC-DATE WK-EXC-PROVINCE
                                 WK-EXC-COUNTRY
           MOVE    0        TO   WK-KEY-START WK-KEY-END
                                 WK-KEY-USCORE1 WK-KEY-USCORE2

           PERFORM  VARYING  WK-SCAN-I  FROM  1  BY  1
                    UNTIL  WK-SCAN-I  >  240
                        OR  WK-KEY-START > 0
               IF WK-SCAN-LINE(WK-SCAN-I:5) = "KEY: "
                   COMPUTE  WK-KEY-START = WK-SCAN-I + 5
               END-IF
           END-PERFORM

           IF WK-KEY-START > 0
               MOVE     WK-KEY-START   TO   WK-KEY-END
               PERFORM  VARYING  WK-SCAN-I  FROM  WK-KEY-START  BY  1
                        UNTIL  WK-SCAN-I  >  249
                            OR  WK-SCAN-LINE(WK-SCAN-I:2) = "  "
                   MOVE   WK-SCAN-I   TO   WK-KEY-END
                   IF WK-SCAN-LINE(WK-SCAN-I:1) = "_"
                       IF WK-KEY-USCORE1 = 0
                           MOVE   WK-SCAN-I   TO   WK-KEY-USCORE1
                       END-IF
                       MOVE   WK-SCAN-I   TO   WK-KEY-USCORE2
                   END-IF
               END-PERFORM

               IF WK-KEY-USCORE1 > WK-KEY-START
                    AND WK-KEY-USCORE2 > WK-KEY-USCORE1
                    AND WK-KEY-END > WK-KEY-USCORE2
                    AND WK-KEY-END - WK-KEY-USCORE2 <= 30
                   MOVE   "Y"   TO   WK-EXC-KEY-OK
                   MOVE   WK-SCAN-LINE(WK-KEY-START:
                          WK-KEY-USCORE1 - WK-KEY-START)
                                      TO   WK-EXC-DATE
                   MOVE   WK-SCAN-LINE(WK-KEY-USCORE2 + 1:
                          WK-KEY-END - WK-KEY-USCORE2)
                                      TO   WK-EXC-COUNTRY
                   IF WK-KEY-USCORE2 - WK-KEY-USCORE1 > 1
                       MOVE   WK-SCAN-LINE(WK-KEY-USCORE1 + 1:
                              WK-KEY-USCORE2 - WK-KEY-USCORE1 - 1)
                                      TO   WK-EXC-PROVINCE
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * 抽出行(リジェクト/サスペンス)の分解処理
      * 引用符内のカンマを保護してからUNSTRINGし、2列目を日付、
      * 3列目をProvince、4列目をCountryとする。日付は正規化し、
      * 解釈できない場合は日付範囲によらず表示対象とする
      ******************************************************************
       ROW-SPLIT-RTN.
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

           INITIALIZE   WK-CSV-IN-FILE
           UNSTRING     WK-PARSE-REC
           DELIMITED    BY ","
                        INTO    WK-IN-SNO
                                WK-IN-DATE
                                WK-IN-PROVINCE
                                WK-IN-COUNTRY

           INSPECT      WK-IN-PROVINCE    REPLACING ALL
                        WK-CSV-COMMA-SUB  BY ","
           INSPECT      WK-IN-COUNTRY     REPLACING ALL
                        WK-CSV-COMMA-SUB  BY ","
           MOVE    FUNCTION TRIM(WK-IN-PROVINCE)   TO   WK-EXC-PROVINCE
           MOVE    FUNCTION TRIM(WK-IN-COUNTRY)    TO   WK-EXC-COUNTRY

           MOVE    FUNCTION TRIM(WK-IN-DATE)       TO   WK-DTN-IN
           PERFORM   DATE-NORMALIZE-RTN
           IF WK-DTN-OK = "Y"
               MOVE   WK-DTN-OUT(1:10)   TO   WK-EXC-DATE
           ELSE
               MOVE   SPACES             TO   WK-EXC-DATE
           END-IF
           .
      ******************************************************************
      * 例外行の照会キー突合処理
      * 国名はエイリアス読み替え後に大文字で比較する。日付が取れない
      * 行は日付範囲の判定を行わない
      ******************************************************************
       EXC-MATCH-RTN.
           MOVE    "N"   TO   WK-EXC-MATCH
           MOVE    FUNCTION TRIM(WK-EXC-COUNTRY)   TO   WK-ALS-NAME
           PERFORM   ALIAS-RESOLVE-RTN

           IF FUNCTION UPPER-CASE(WK-ALS-NAME) = WK-KEY-UCOUNTRY
                AND (WK-KEY-UPROVINCE = SPACES
                 OR FUNCTION UPPER-CASE(FUNCTION TRIM(WK-EXC-PROVINCE))
                    = WK-KEY-UPROVINCE)
               IF WK-EXC-DATE = SPACES
                   MOVE   "Y"   TO   WK-EXC-MATCH
               ELSE
                   IF WK-EXC-DATE >= WK-KEY-FROM
                        AND WK-EXC-DATE <= WK-KEY-TO
                       MOVE   "Y"   TO   WK-EXC-MATCH
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * 例外行の表示行編集処理
      * 先頭7桁に区分、以降72桁ずつに折り返して表示する
      ******************************************************************
       EXC-LINE-RTN.
           ADD     1   TO   WK-CNT-EXC
           MOVE    FUNCTION TRIM(WK-EXC-TEXT)   TO   WK-EXC-TEXT
           MOVE    FUNCTION LENGTH(FUNCTION TRIM(WK-EXC-TEXT))
                                    TO   WK-EXC-LEN

           PERFORM  VARYING  WK-EXC-POS  FROM  1  BY  72
                    UNTIL  WK-EXC-POS  >  WK-EXC-LEN
               MOVE    SPACES   TO   WK-LINE-WORK
               IF WK-EXC-POS = 1
                   MOVE   WK-EXC-LABEL   TO   WK-LINE-WORK(1:7)
               END-IF
               IF WK-EXC-POS + 71 > 280
                   MOVE   WK-EXC-TEXT(WK-EXC-POS:)   TO
                          WK-LINE-WORK(8:72)
               ELSE
                   MOVE   WK-EXC-TEXT(WK-EXC-POS:72)   TO
                          WK-LINE-WORK(8:72)
               END-IF
               PERFORM   LINE-ADD-RTN
           END-PERFORM
           .
      ******************************************************************
      * 照会キー属性(ISO国コード・人口・Province参照状況)の取得処理
      ******************************************************************
       KEY-ATTR-RTN.
           IF WK-REF-AVAILABLE = "Y"
               MOVE    WK-KEY-COUNTRY   TO   WK-REF-COUNTRY-NAME
               READ    FDZZREF
                       KEY IS WK-REF-COUNTRY-NAME
                   INVALID KEY
                       MOVE   "---"   TO   WK-HDR-ISO
                   NOT INVALID KEY
                       MOVE   WK-REF-COUNTRY-CODE   TO   WK-HDR-ISO
               END-READ
           ELSE
               MOVE   "N/A"   TO   WK-HDR-ISO
           END-IF

           IF WK-POP-AVAILABLE = "Y"
               MOVE    WK-KEY-COUNTRY   TO   WK-POP-COUNTRY-NAME
               READ    FDZZPOP
                       KEY IS WK-POP-COUNTRY-NAME
                   INVALID KEY
                       MOVE   "UNKNOWN"   TO   WK-HDR-POP
                   NOT INVALID KEY
                       MOVE   WK-POP-POPULATION   TO   WK-POP-ED
                       MOVE   FUNCTION TRIM(WK-POP-ED)   TO
                              WK-HDR-POP
               END-READ
           ELSE
               MOVE   "NOT AVAILABLE"   TO   WK-HDR-POP
           END-IF

           EVALUATE TRUE
               WHEN WK-KEY-UPROVINCE = SPACES
                   MOVE   "ALL PROVINCES"       TO   WK-HDR-PRV-STATUS
               WHEN WK-PRV-AVAILABLE = "N"
                   MOVE   "TABLE NOT AVAILABLE" TO   WK-HDR-PRV-STATUS
               WHEN OTHER
                   MOVE   WK-KEY-PROVINCE   TO   WK-PRV-PROVINCE
                   MOVE   WK-KEY-COUNTRY    TO   WK-PRV-COUNTRY
                   READ    FDZZPRV
                           KEY IS WK-PRV-KEY
                       INVALID KEY
                           MOVE   "NOT REGISTERED"   TO
                                  WK-HDR-PRV-STATUS
                       NOT INVALID KEY
                           MOVE   "REGISTERED"       TO
                                  WK-HDR-PRV-STATUS
                   END-READ
      *            正規国名で見つからなければ入力された生の国名で再検索
                   IF WK-HDR-PRV-STATUS = "NOT REGISTERED"
                        AND WK-KEY-RAW-COUNTRY NOT = SPACES
                       MOVE    WK-KEY-RAW-COUNTRY  TO   WK-PRV-COUNTRY
                       READ    FDZZPRV
                               KEY IS WK-PRV-KEY
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE   "REGISTERED"   TO
                                      WK-HDR-PRV-STATUS
                       END-READ
                   END-IF
           END-EVALUATE
           .
      ******************************************************************
      * 照会結果件数行の編集処理
      ******************************************************************
       SUMMARY-RTN.
           INITIALIZE   WK-HDR-SUMMARY
           MOVE    WK-CNT-PRI   TO   WK-CNT-ED
           STRING  "PRIOR KEYS: "                  DELIMITED BY SIZE
                   FUNCTION TRIM(WK-CNT-ED)        DELIMITED BY SIZE
                  INTO WK-HDR-SUMMARY
           END-STRING
           MOVE    WK-HDR-SUMMARY   TO   WK-LINE-WORK
           MOVE    WK-CNT-HIS   TO   WK-CNT-ED
           STRING  FUNCTION TRIM(WK-LINE-WORK)     DELIMITED BY SIZE
                   "  HISTORY ROWS: "              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-CNT-ED)        DELIMITED BY SIZE
                  INTO WK-HDR-SUMMARY
           END-STRING
           MOVE    WK-HDR-SUMMARY   TO   WK-LINE-WORK
           MOVE    WK-CNT-HAR   TO   WK-CNT-ED
           STRING  FUNCTION TRIM(WK-LINE-WORK)     DELIMITED BY SIZE
                   "  ARCHIVE ROWS: "              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-CNT-ED)        DELIMITED BY SIZE
                  INTO WK-HDR-SUMMARY
           END-STRING
           MOVE    WK-HDR-SUMMARY   TO   WK-LINE-WORK
           MOVE    WK-CNT-EXC   TO   WK-CNT-ED
           STRING  FUNCTION TRIM(WK-LINE-WORK)     DELIMITED BY SIZE
                   "  EXCEPTIONS: "                DELIMITED BY SIZE
                   FUNCTION TRIM(WK-CNT-ED)        DELIMITED BY SIZE
                  INTO WK-HDR-SUMMARY
           END-STRING
           .
      ******************************************************************
      * 表示行テーブルへの1行追加処理(WK-LINE-WORK)
      ******************************************************************
       LINE-ADD-RTN.
           IF WK-LIN-COUNT < 3000
               ADD    1   TO   WK-LIN-COUNT
               MOVE   WK-LINE-WORK   TO   WK-LIN-TEXT(WK-LIN-COUNT)
           ELSE
               MOVE   "Y"   TO   WK-LIN-FULL-FLG
           END-IF
           MOVE    SPACES   TO   WK-LINE-WORK
           .
      ******************************************************************
      * 表示ページの編集処理(WK-PAGE-NO のページ)
      ******************************************************************
       PAGE-FILL-RTN.
           MOVE    SPACES   TO   WK-PAGE-TABLE WK-HDR-PAGE

           IF WK-PAGE-NO > 0
               PERFORM  VARYING  WK-PAGE-I  FROM  1  BY  1
                        UNTIL  WK-PAGE-I  >  15
                   COMPUTE  WK-LIN-I = (WK-PAGE-NO - 1) * 15
                                     + WK-PAGE-I
                   IF WK-LIN-I <= WK-LIN-COUNT
                       MOVE   WK-LIN-TEXT(WK-LIN-I)   TO
                              WK-PAGE-LINE(WK-PAGE-I)
                   END-IF
               END-PERFORM

               MOVE    WK-PAGE-NO    TO   WK-PAGE-NO-ED
               MOVE    WK-PAGE-MAX   TO   WK-PAGE-MAX-ED
               STRING  "PAGE "                       DELIMITED BY SIZE
                       FUNCTION TRIM(WK-PAGE-NO-ED)  DELIMITED BY SIZE
                       "/"                           DELIMITED BY SIZE
                       FUNCTION TRIM(WK-PAGE-MAX-ED) DELIMITED BY SIZE
                      INTO WK-HDR-PAGE
               END-STRING
           END-IF
           .
      ******************************************************************
      * 終了処理
      ******************************************************************
       END-RTN.
           MOVE    ZERO    TO RETURN-CODE
           .
      *    Date 正規化処理(CZZ1230と共通)
           COPY  CZZDTN02.
      *    国名エイリアス(正規国名変換)処理(CZZ1230と共通)
           COPY  CZZALS03.
