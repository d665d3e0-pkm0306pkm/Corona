       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CZZ1250.

      ******************************************************************
      * Elasticsearch 索引ドリフト監査プログラム
      * 索引から取り出したエクスポートファイル(ec2_index_export.txt、
      * "_index|_id|Confirmed|Deaths|Recovered|NewConfirmed" 形式。
      * _index は空欄可、空行・"*"始まりはコメント扱い)を読み込み、
      * 日次集計履歴(ec2_history.dat)とCZZ1230のBUILD-BULK-ID-RTNと
      * 同じ _id(Date_Province_Country)で突き合わせて、
      *   ・MISSING-IN-INDEX : 履歴にあり索引に無いキー
      *   ・VALUE-MISMATCH   : 両方にあるが件数が食い違うキー
      *   ・ORPHAN-IN-INDEX  : 索引にあり履歴に無いキー
      *                        (ec2_index_rules.txt の振り分け先と
      *                         異なる索引にあるドキュメントを含む)
      * に分類したドリフトレポート(ec2_index_drift.txt)と、
      * index/update/delete アクションで索引を履歴へ揃える修復用
      * バルクファイル(ec2_index_repair.json、curlで投入)を出力する。
      * 引数: 監査対象 FROM日付 / TO日付(YYYY-MM-DD、省略時は全期間)
      * 履歴の保持世代より古いドキュメントは履歴に無くとも孤立とは
      * せず、監査対象外として件数のみ表示する。
      * 索引側で見つかったキーは作業ファイル(ec2_index_seen.dat)へ
      * 控え、履歴の通読時に索引に無いキーの判定に使用する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT  FDZZIXE  ASSIGN TO "FDZZIXE"                                    "ec2_index_export.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-IXE-FS.
       SELECT  FDZZHIS  ASSIGN TO "FDZZHIS"                                    "ec2_history.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-HIS-KEY
               FILE STATUS        IS   WK-HIS-FS.
       SELECT  FDZZIXS  ASSIGN TO "FDZZIXS"                                    "ec2_index_seen.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-IXS-KEY
               FILE STATUS        IS   WK-IXS-FS.
       SELECT  FDZZIXR  ASSIGN TO "FDZZIXR"                                    "ec2_index_repair.json"
               ORGANIZATION       IS   LINE SEQUENTIAL.
       SELECT  FDZZIXD  ASSIGN TO "FDZZIXD"                                    "ec2_index_drift.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL.
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
       SELECT  FDZZRTE  ASSIGN TO "FDZZRTE"                                    "ec2_index_rules.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-RTE-FS.
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
       FD FDZZIXE RECORDING MODE IS V.
          01 FDZZIXE-IN-REC                 PIC X(200).
       FD FDZZHIS.
           COPY  CZZHIS01.
       FD FDZZIXS.
          01 FDZZIXS-REC.
             03 WK-IXS-KEY.
                05 WK-IXS-PROVINCE          PIC X(30).
                05 WK-IXS-COUNTRY           PIC X(30).
                05 WK-IXS-DATE              PIC X(10).
             03 WK-IXS-INDEX                PIC X(30).
       FD FDZZIXR RECORDING MODE IS V.
          01 FDZZIXR-OUT-REC                PIC X(450).
       FD FDZZIXD RECORDING MODE IS V.
          01 FDZZIXD-OUT-REC                PIC X(300).
       FD FDZZREF.
           COPY  CZZREF01.
       FD FDZZPOP.
           COPY  CZZPOP01.
       FD FDZZRTE RECORDING MODE IS V.
          01 FDZZRTE-REC                    PIC X(60).
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).

      ******************************************************************
       WORKING-STORAGE     SECTION.
      ******************************************************************
       01  WK-AREA.
           03 WK-IXE-EOF-FLG                 PIC X    VALUE "N".
           03 WK-HIS-EOF-FLG                 PIC X    VALUE "N".
           03 WK-CNT-FDZZIXE                 PIC 9(6) VALUE 0.
           03 WK-CNT-IXE-BAD                 PIC 9(6) VALUE 0.
           03 WK-CNT-IXE-OUTRNG              PIC 9(6) VALUE 0.
           03 WK-CNT-IXE-RETAIN              PIC 9(6) VALUE 0.
           03 WK-CNT-IXE-DUP                 PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-CHECKED             PIC 9(6) VALUE 0.
           03 WK-CNT-MATCH                   PIC 9(6) VALUE 0.
           03 WK-CNT-MISSING                 PIC 9(6) VALUE 0.
           03 WK-CNT-MISMATCH                PIC 9(6) VALUE 0.
           03 WK-CNT-ORPHAN                  PIC 9(6) VALUE 0.
           03 WK-CNT-WRONG-IDX               PIC 9(6) VALUE 0.
           03 WK-CNT-STALE-ID                PIC 9(6) VALUE 0.
           03 WK-CNT-DRIFT                   PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZIXR                 PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZIXD                 PIC 9(6) VALUE 0.

       01  WK-IXE-FS                         PIC X(2) VALUE "00".
       01  WK-HIS-FS                         PIC X(2) VALUE "00".
       01  WK-IXS-FS                         PIC X(2) VALUE "00".
       01  WK-IXE-AVAILABLE                  PIC X    VALUE "N".
       01  WK-HIS-AVAILABLE                  PIC X    VALUE "N".
       01  WK-NUMVAL-RC                      PIC S9(4) COMP.
       01  WK-FINAL-RC                       PIC 9(2) VALUE 0.

      *    監査対象期間(引数 FROM日付 / TO日付)
       01  WK-SEL-AREA.
           03 WK-FROM-DATE                   PIC X(10) VALUE SPACES.
           03 WK-TO-DATE                     PIC X(10) VALUE SPACES.

      *    監査を行えない場合の理由(空白以外はレポートへ理由のみ出力)
       01  WK-SKIP-REASON                    PIC X(60) VALUE SPACES.

      *    エクスポート1行分の解釈用
      *    _id は "日付_Province_Country"。日付はCZZ1230の正規化後の
      *    値のため、時刻付き(YYYY-MM-DDTHH:MM:SS)の場合がある
       01  WK-IXE-PARSE-AREA.
           03 WK-IXE-INDEX                   PIC X(30).
           03 WK-IXE-ID                      PIC X(90).
           03 WK-IXE-CONF-X                  PIC X(15).
           03 WK-IXE-DTH-X                   PIC X(15).
           03 WK-IXE-REC-X                   PIC X(15).
           03 WK-IXE-NCONF-X                 PIC X(15).
           03 WK-IXE-DATE                    PIC X(10).
           03 WK-IXE-PROVINCE                PIC X(30).
           03 WK-IXE-COUNTRY                 PIC X(30).
           03 WK-IXE-POS                     PIC 9(3)  VALUE 0.
           03 WK-IXE-CONFIRMED               PIC 9(12) VALUE 0.
           03 WK-IXE-DEATHS                  PIC 9(12) VALUE 0.
           03 WK-IXE-RECOVERED               PIC 9(12) VALUE 0.
           03 WK-IXE-NEW-CONFIRMED           PIC S9(12) VALUE 0.
           03 WK-IXE-OK                      PIC X     VALUE "N".
           03 WK-IXE-FOUND                   PIC X     VALUE "N".

      *    ドリフト区分と理由(レポート出力用)
       01  WK-DRF-AREA.
           03 WK-DRF-TYPE                    PIC X(16) VALUE SPACES.
           03 WK-DRF-REASON                  PIC X(60) VALUE SPACES.
           03 WK-DRF-ACT-INDEX               PIC X(30) VALUE SPACES.

      *    国名 ⇒ ISO国コード 変換用
       01  WK-REF-FS                         PIC X(2) VALUE "00".
       01  WK-REF-AVAILABLE                  PIC X    VALUE "N".
       01  WK-COUNTRY-CODE                   PIC X(3) VALUE SPACES.

      *    国名 ⇒ 人口 参照・10万人当たり率算出用(CZZ1230と同一要領)
       01  WK-POP-FS                         PIC X(2) VALUE "00".
       01  WK-POP-AVAILABLE                  PIC X    VALUE "N".
       01  WK-POP-FOUND                      PIC X    VALUE "N".
       01  WK-RATE-AREA.
           03 WK-RATE-INCID                  PIC 9(7)V99 VALUE 0.
           03 WK-RATE-DEATH                  PIC 9(7)V99 VALUE 0.
           03 WK-RATE-INCID-ED               PIC Z(6)9.99.
           03 WK-RATE-DEATH-ED               PIC Z(6)9.99.
           03 WK-RATE-JSON                   PIC X(80) VALUE SPACES.

      *    Elasticsearch bulk _id / ドキュメント編集用
       01  WK-IN-PROVINCE                    PIC X(30) VALUE SPACES.
       01  WK-IN-COUNTRY                     PIC X(30) VALUE SPACES.
       01  WK-BULK-ID                        PIC X(90) VALUE SPACES.
       01  WK-DOC-BODY                       PIC X(400) VALUE SPACES.
       01  WK-DOC-DATE                       PIC X(19) VALUE SPACES.
       01  WK-DOC-CONF-ED                    PIC Z(9)9.
       01  WK-DOC-DTH-ED                     PIC Z(9)9.
       01  WK-DOC-REC-ED                     PIC Z(9)9.
       01  WK-DOC-NCONF-ED                   PIC -(9)9.
       01  WK-DOC-NDTH-ED                    PIC -(9)9.
       01  WK-DOC-NREC-ED                    PIC -(9)9.
       01  WK-CARRY-JSON                     PIC X(20) VALUE SPACES.

       01  WK-DB-INDEX                       PIC X(20) VALUE SPACES.            corona-index
       01  WK-DB-INDEX-ENV                   PIC X(20) VALUE SPACES.

      *    索引ルーティングルール用(CZZ1230と同一要領)
       01  WK-RTE-FS                         PIC X(2) VALUE "00".
       01  WK-RTE-AREA.
           03 WK-RTE-EOF-FLG                 PIC X    VALUE "N".
           03 WK-RTE-COUNT                   PIC 9(3) VALUE 0.
           03 WK-RTE-CCODE-X                 PIC X(10).
           03 WK-RTE-MONTH-X                 PIC X(10).
           03 WK-RTE-INDEX-X                 PIC X(30).
           03 WK-RTE-TALLY                   PIC 9(2) VALUE 0.
           03 WK-RTE-PART1                   PIC X(30).
           03 WK-RTE-PART2                   PIC X(30).
       01  WK-RTE-TABLE.
           03 WK-RTE-ENTRY OCCURS 100 TIMES.
               05 WK-RTE-CCODE                PIC X(3).
               05 WK-RTE-MONTH                PIC X(7).
               05 WK-RTE-INDEX                PIC X(30).
       01  WK-RTE-I                          PIC 9(3) VALUE 0.
       01  WK-RTE-HIT-FLG                    PIC X    VALUE "N".
       01  WK-DOC-INDEX                      PIC X(30) VALUE SPACES.
       01  WK-DOC-MONTH                      PIC X(7)  VALUE SPACES.

      *    ドリフトレポート編集用
       01  WK-RPT-AREA.
           03 WK-RPT-IXE-CONF-ED             PIC Z(11)9.
           03 WK-RPT-IXE-DTH-ED              PIC Z(11)9.
           03 WK-RPT-IXE-REC-ED              PIC Z(11)9.
           03 WK-RPT-IXE-NCONF-ED            PIC -(11)9.
           03 WK-RPT-HIS-CONF-ED             PIC Z(9)9.
           03 WK-RPT-HIS-DTH-ED              PIC Z(9)9.
           03 WK-RPT-HIS-REC-ED              PIC Z(9)9.
           03 WK-RPT-HIS-NCONF-ED            PIC -(9)9.
           03 WK-RPT-CNT-ED                  PIC Z(5)9.

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

           PERFORM   EXPORT-SCAN-RTN.

           PERFORM   HISTORY-SCAN-RTN.

           PERFORM   END-RTN.

           STOP RUN
           .
      ******************************************************************
      * イニシャル処理
      * 引数の監査対象期間を取り込む(省略時は全期間)
      ******************************************************************
       INIT-RTN.
           DISPLAY "START: CZZ1250 (INDEX DRIFT AUDIT)"

      *    実行時パラメタの取り込みと有効設定値の表示
           PERFORM   PARM-READ-RTN
           PERFORM   PARM-ECHO-RTN

           ACCEPT WK-FROM-DATE   FROM ARGUMENT-VALUE
           ACCEPT WK-TO-DATE     FROM ARGUMENT-VALUE

           IF WK-FROM-DATE = SPACES
               MOVE   "0000-00-00"   TO   WK-FROM-DATE
           END-IF
           IF WK-TO-DATE = SPACES
               MOVE   "9999-99-99"   TO   WK-TO-DATE
           END-IF
           DISPLAY "DATE RANGE: " WK-FROM-DATE " - " WK-TO-DATE

      *    バッチから既定の "_index" 値を差し替える場合に使用
           DISPLAY "CZZ1250_INDEX" UPON ENVIRONMENT-NAME
           ACCEPT  WK-DB-INDEX-ENV FROM ENVIRONMENT-VALUE
           IF WK-DB-INDEX-ENV NOT = SPACES
               MOVE   WK-DB-INDEX-ENV   TO   WK-DB-INDEX
           ELSE
               MOVE   WK-PRM-INDEX-NAME TO   WK-DB-INDEX
           END-IF

      *    実行管理(ランログ)の開始記録
           MOVE    "CZZ1250"                TO   WK-RUN-L-PGM
           DISPLAY "CZZ1250_BUSDATE" UPON ENVIRONMENT-NAME
           ACCEPT  WK-RUN-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF WK-RUN-BUSDATE-ENV NOT = SPACES
               MOVE   WK-RUN-BUSDATE-ENV   TO   WK-RUN-L-BUSDATE
           END-IF
           MOVE    "ec2_index_export.txt"   TO   WK-RUN-L-INFILE
           DISPLAY "FDZZIXE" UPON ENVIRONMENT-NAME
           ACCEPT  WK-RUN-INFILE-ENV FROM ENVIRONMENT-VALUE
           IF WK-RUN-INFILE-ENV NOT = SPACES
               MOVE   WK-RUN-INFILE-ENV    TO   WK-RUN-L-INFILE
           END-IF
           PERFORM   RUNLOG-OPEN-RTN
           PERFORM   RUNLOG-START-RTN

      *    索引側で見つかったキーの控え(作業ファイル)は新規作成して
      *    から書き込み可能なモードで開き直す(CZZ1239と同じ方式)
           OPEN   OUTPUT FDZZIXS
           IF WK-IXS-FS = "00"
               CLOSE  FDZZIXS
               OPEN   I-O    FDZZIXS
           END-IF
           IF WK-IXS-FS NOT = "00"
               DISPLAY "*** ABEND: INDEX KEY WORK FILE COULD NOT BE "
                       "CREATED ***"
               PERFORM   ABEND-RTN
           END-IF

           OPEN   OUTPUT FDZZIXR
                  OUTPUT FDZZIXD

      *    日次集計履歴(監査の基準。無い場合は監査しない)
           OPEN   INPUT  FDZZHIS
           IF WK-HIS-FS = "00"
               MOVE   "Y"   TO   WK-HIS-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-HIS-AVAILABLE
               MOVE   "HISTORY FILE NOT AVAILABLE"   TO
                      WK-SKIP-REASON
           END-IF

      *    索引エクスポートファイル
           IF WK-SKIP-REASON = SPACES
               OPEN   INPUT  FDZZIXE
               IF WK-IXE-FS = "00"
                   MOVE   "Y"   TO   WK-IXE-AVAILABLE
               ELSE
                   MOVE   "N"   TO   WK-IXE-AVAILABLE
                   MOVE   "INDEX EXPORT FILE NOT AVAILABLE"   TO
                          WK-SKIP-REASON
               END-IF
           END-IF

      *    国名⇒ISOコード変換テーブル(無い場合は未変換"UNK"で継続)
           OPEN   INPUT  FDZZREF
           IF WK-REF-FS = "00"
               MOVE   "Y"   TO   WK-REF-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-REF-AVAILABLE
               DISPLAY "COUNTRY REFERENCE FILE NOT AVAILABLE - "
                       "CountryCode WILL BE UNK"
           END-IF

      *    人口参照テーブル(無い場合は率をnullで出力して継続)
           OPEN   INPUT  FDZZPOP
           IF WK-POP-FS = "00"
               MOVE   "Y"   TO   WK-POP-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-POP-AVAILABLE
               DISPLAY "POPULATION REFERENCE FILE NOT AVAILABLE - "
                       "PER-100K RATES WILL BE NULL"
           END-IF

      *    索引ルーティングルールの取り込み(CZZ1230と同じ振り分け)
           PERFORM   RULES-LOAD-RTN

           INITIALIZE   FDZZIXD-OUT-REC
           STRING  "--- INDEX DRIFT AUDIT  EXPORT: "   DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUN-L-INFILE)      DELIMITED BY SIZE
                   "  DATE RANGE: "                    DELIMITED BY SIZE
                   WK-FROM-DATE                        DELIMITED BY SIZE
                   " - "                               DELIMITED BY SIZE
                   WK-TO-DATE                          DELIMITED BY SIZE
                   " ---"                              DELIMITED BY SIZE
                  INTO FDZZIXD-OUT-REC
           END-STRING
           PERFORM   IXD-WRITE-RTN
           .
      ******************************************************************
      * 異常終了処理
      ******************************************************************
       ABEND-RTN.
           MOVE    WK-CNT-FDZZIXE   TO   WK-RUN-L-READ
           MOVE    WK-CNT-FDZZIXR   TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-DRIFT     TO   WK-RUN-L-REJ
           MOVE    16               TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1250 (ABEND)"
           STOP RUN
           .
      ******************************************************************
      * 索引エクスポート走査処理
      ******************************************************************
       EXPORT-SCAN-RTN.
           IF WK-SKIP-REASON = SPACES
               MOVE   "N"   TO   WK-IXE-EOF-FLG
               PERFORM   EXPORT-READ-RTN
                         UNTIL WK-IXE-EOF-FLG = "Y"
           END-IF
           .
      ******************************************************************
      * 索引エクスポート1件読み込み処理
      ******************************************************************
       EXPORT-READ-RTN.
           READ FDZZIXE
                AT END
                    MOVE   "Y"   TO   WK-IXE-EOF-FLG
                NOT AT END
                    IF FDZZIXE-IN-REC NOT = SPACES
                         AND FDZZIXE-IN-REC(1:1) NOT = "*"
                        ADD       1   TO   WK-CNT-FDZZIXE
                        PERFORM   EXPORT-PARSE-RTN
                        EVALUATE TRUE
                            WHEN WK-IXE-OK NOT = "Y"
                                PERFORM   EXPORT-BAD-RTN
                            WHEN WK-IXE-DATE < WK-FROM-DATE
                             OR  WK-IXE-DATE > WK-TO-DATE
                                ADD   1   TO   WK-CNT-IXE-OUTRNG
                            WHEN OTHER
                                PERFORM   EXPORT-CHECK-RTN
                        END-EVALUATE
                    END-IF
           END-READ
           .
      ******************************************************************
      * 索引エクスポート1行分の解釈・検証処理
      * _id を日付・Province・Country に分解し、件数の数値性を
      * 確認する(NewConfirmed は負数可)
      ******************************************************************
       EXPORT-PARSE-RTN.
           MOVE    "Y"      TO   WK-IXE-OK
           MOVE    SPACES   TO   WK-IXE-INDEX WK-IXE-ID
                                 WK-IXE-CONF-X WK-IXE-DTH-X
                                 WK-IXE-REC-X WK-IXE-NCONF-X
                                 WK-IXE-DATE WK-IXE-PROVINCE
                                 WK-IXE-COUNTRY
           UNSTRING  FDZZIXE-IN-REC  DELIMITED BY "|"
                     INTO  WK-IXE-INDEX
                           WK-IXE-ID
                           WK-IXE-CONF-X
                           WK-IXE-DTH-X
                           WK-IXE-REC-X
                           WK-IXE-NCONF-X

           MOVE    FUNCTION TRIM(WK-IXE-INDEX)   TO   WK-IXE-INDEX
           MOVE    FUNCTION TRIM(WK-IXE-ID)      TO   WK-IXE-ID

      *    日付部(時刻付きの場合は区切りの "_" が20桁目)
           IF WK-IXE-ID(1:4) IS NUMERIC
                AND WK-IXE-ID(5:1) = "-"
                AND WK-IXE-ID(6:2) IS NUMERIC
                AND WK-IXE-ID(8:1) = "-"
                AND WK-IXE-ID(9:2) IS NUMERIC
               MOVE   WK-IXE-ID(1:10)   TO   WK-IXE-DATE
               EVALUATE TRUE
                   WHEN WK-IXE-ID(11:1) = "_"
                       MOVE   12   TO   WK-IXE-POS
                   WHEN WK-IXE-ID(11:1) = "T"
                    AND WK-IXE-ID(20:1) = "_"
                       MOVE   21   TO   WK-IXE-POS
                   WHEN OTHER
                       MOVE   "N"  TO   WK-IXE-OK
               END-EVALUATE
           ELSE
               MOVE   "N"   TO   WK-IXE-OK
           END-IF

      *    Province(空欄可)_Country
           IF WK-IXE-OK = "Y"
               UNSTRING  WK-IXE-ID(WK-IXE-POS:)  DELIMITED BY "_"
                         INTO  WK-IXE-PROVINCE
                               WK-IXE-COUNTRY
               IF WK-IXE-COUNTRY = SPACES
                   MOVE   "N"   TO   WK-IXE-OK
               END-IF
           END-IF

           IF WK-IXE-OK = "Y"
               MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                     WK-IXE-CONF-X))        TO   WK-NUMVAL-RC
               IF WK-NUMVAL-RC = 0
                   MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                         WK-IXE-DTH-X))     TO   WK-NUMVAL-RC
               END-IF
               IF WK-NUMVAL-RC = 0
                   MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                         WK-IXE-REC-X))     TO   WK-NUMVAL-RC
               END-IF
               IF WK-NUMVAL-RC = 0
                   MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                         WK-IXE-NCONF-X))   TO   WK-NUMVAL-RC
               END-IF
               IF WK-NUMVAL-RC = 0
                   MOVE  FUNCTION NUMVAL(FUNCTION TRIM(WK-IXE-CONF-X))
                                     TO   WK-IXE-CONFIRMED
                   MOVE  FUNCTION NUMVAL(FUNCTION TRIM(WK-IXE-DTH-X))
                                     TO   WK-IXE-DEATHS
                   MOVE  FUNCTION NUMVAL(FUNCTION TRIM(WK-IXE-REC-X))
                                     TO   WK-IXE-RECOVERED
                   MOVE  FUNCTION NUMVAL(FUNCTION TRIM(WK-IXE-NCONF-X))
                                     TO   WK-IXE-NEW-CONFIRMED
               ELSE
                   MOVE   "N"   TO   WK-IXE-OK
               END-IF
           END-IF
           .
      ******************************************************************
      * 解釈できないエクスポート行の出力処理
      ******************************************************************
       EXPORT-BAD-RTN.
           ADD     1   TO   WK-CNT-IXE-BAD
           INITIALIZE   FDZZIXD-OUT-REC
           STRING  "UNREADABLE       "               DELIMITED BY SIZE
                   FUNCTION TRIM(FDZZIXE-IN-REC)     DELIMITED BY SIZE
                  INTO FDZZIXD-OUT-REC
           END-STRING
           PERFORM   IXD-WRITE-RTN
           .
      ******************************************************************
      * エクスポート1件の履歴突合処理
      * 履歴にあるキーは振り分け先の索引にあるか・件数が一致するかを
      * 判定して控えへ登録する。履歴に無いキーは保持世代より古い
      * 日付でなければ孤立ドキュメントとする。履歴にあっても _id が
      * 履歴の日付・時刻から組み立てた _id と異なる行は孤立とし、
      * 控えへ登録しないことで履歴の通読時に正しい _id で再登録する
      * (同一キーの重複行も同じ判定を先に通す)
      ******************************************************************
       EXPORT-CHECK-RTN.
      *    振り分け先の索引(CZZ1230と同じ判定)
           MOVE    WK-IXE-PROVINCE   TO   WK-IN-PROVINCE
           MOVE    WK-IXE-COUNTRY    TO   WK-IN-COUNTRY
           MOVE    WK-IXE-DATE       TO   WK-DOC-DATE
           PERFORM   COUNTRY-LOOKUP-RTN
           PERFORM   INDEX-ROUTE-RTN

           MOVE    SPACES            TO   WK-HIS-KEY
           MOVE    WK-IXE-PROVINCE   TO   WK-HIS-PROVINCE
           MOVE    WK-IXE-COUNTRY    TO   WK-HIS-COUNTRY
           MOVE    WK-IXE-DATE       TO   WK-HIS-DATE
           READ    FDZZHIS
                   KEY IS WK-HIS-KEY
               INVALID KEY
                   MOVE   "N"   TO   WK-IXE-FOUND
               NOT INVALID KEY
                   MOVE   "Y"   TO   WK-IXE-FOUND
           END-READ

      *    履歴行から期待される _id(CZZ1230と同じ組み立て)
           MOVE    SPACES            TO   WK-BULK-ID
           IF WK-IXE-FOUND = "Y"
               MOVE    WK-HIS-DATE       TO   WK-DOC-DATE
               MOVE    WK-HIS-DATE-TIME  TO   WK-DOC-DATE(11:9)
               PERFORM   BUILD-BULK-ID-RTN
           END-IF

           EVALUATE TRUE
               WHEN WK-IXE-FOUND = "N"
                   PERFORM   RETENTION-CHECK-RTN
               WHEN WK-IXE-INDEX NOT = SPACES
                AND WK-IXE-INDEX NOT = WK-DOC-INDEX
      *            振り分け先と異なる索引のドキュメントは孤立とし、
      *            正しい索引への登録は履歴の通読時に行う
                   ADD     1   TO   WK-CNT-WRONG-IDX
                   MOVE    SPACES   TO   WK-DRF-REASON
                   STRING  "WRONG INDEX, ROUTED TO "
                                                DELIMITED BY SIZE
                           FUNCTION TRIM(WK-DOC-INDEX)
                                                DELIMITED BY SIZE
                          INTO WK-DRF-REASON
                   END-STRING
                   PERFORM   ORPHAN-WRITE-RTN
               WHEN WK-IXE-ID NOT = WK-BULK-ID
      *            履歴の時刻と異なる _id のドキュメントは孤立とし、
      *            正しい _id での登録は履歴の通読時に行う
                   ADD     1   TO   WK-CNT-STALE-ID
                   MOVE    "STALE ID, REINDEXED FROM HISTORY"
                                    TO   WK-DRF-REASON
                   PERFORM   ORPHAN-WRITE-RTN
               WHEN OTHER
                   MOVE    WK-HIS-KEY     TO   WK-IXS-KEY
                   MOVE    WK-DOC-INDEX   TO   WK-IXS-INDEX
                   WRITE   FDZZIXS-REC
                       INVALID KEY
                           PERFORM   EXPORT-DUP-RTN
                       NOT INVALID KEY
                           PERFORM   VALUE-CHECK-RTN
                   END-WRITE
           END-EVALUATE
           .
      ******************************************************************
      * 履歴に無いキーの保持世代判定処理
      * 同じ Province/Country の最古の保持行より前の日付であれば、
      * 世代管理で退避済みのため監査対象外とする
      ******************************************************************
       RETENTION-CHECK-RTN.
           MOVE    SPACES            TO   WK-HIS-KEY
           MOVE    WK-IXE-PROVINCE   TO   WK-HIS-PROVINCE
           MOVE    WK-IXE-COUNTRY    TO   WK-HIS-COUNTRY
           MOVE    LOW-VALUES        TO   WK-HIS-DATE
           MOVE    "N"               TO   WK-IXE-FOUND
           START   FDZZHIS  KEY IS >= WK-HIS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ    FDZZHIS  NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WK-HIS-PROVINCE = WK-IXE-PROVINCE
                                AND WK-HIS-COUNTRY = WK-IXE-COUNTRY
                                AND WK-HIS-DATE > WK-IXE-DATE
                               MOVE   "Y"   TO   WK-IXE-FOUND
                           END-IF
                   END-READ
           END-START

           IF WK-IXE-FOUND = "Y"
               ADD     1   TO   WK-CNT-IXE-RETAIN
           ELSE
               MOVE    "NOT IN HISTORY"   TO   WK-DRF-REASON
               PERFORM   ORPHAN-WRITE-RTN
           END-IF
           .
      ******************************************************************
      * 同一キーの重複エクスポート行の出力処理
      * (振り分け先の索引に履歴どおりの _id が2回出現。先の行で
      *  判定済み。_id が異なる行は EXPORT-CHECK-RTN で孤立とする)
      ******************************************************************
       EXPORT-DUP-RTN.
           ADD     1   TO   WK-CNT-IXE-DUP
           INITIALIZE   FDZZIXD-OUT-REC
           STRING  "DUPLICATE ROW    "               DELIMITED BY SIZE
                   FUNCTION TRIM(FDZZIXE-IN-REC)     DELIMITED BY SIZE
                   "  (FIRST ROW USED)"              DELIMITED BY SIZE
                  INTO FDZZIXD-OUT-REC
           END-STRING
           PERFORM   IXD-WRITE-RTN
           .
      ******************************************************************
      * 件数一致判定処理(履歴行は FDZZHIS-REC に読み込み済み)
      * Confirmed/Deaths/Recovered/NewConfirmed のいずれかが食い違えば
      * 履歴の値で "update" する
      ******************************************************************
       VALUE-CHECK-RTN.
           IF WK-IXE-CONFIRMED     = WK-HIS-CONFIRMED
                AND WK-IXE-DEATHS        = WK-HIS-DEATHS
                AND WK-IXE-RECOVERED     = WK-HIS-RECOVERED
                AND WK-IXE-NEW-CONFIRMED = WK-HIS-NEW-CONFIRMED
               ADD     1   TO   WK-CNT-MATCH
           ELSE
               PERFORM   MISMATCH-WRITE-RTN
           END-IF
           .
      ******************************************************************
      * VALUE-MISMATCH の出力処理
      * _id は履歴から組み立てた _id と一致を確認済みのため、
      * エクスポートの _id のまま更新する
      ******************************************************************
       MISMATCH-WRITE-RTN.
           ADD     1   TO   WK-CNT-MISMATCH
           ADD     1   TO   WK-CNT-DRIFT

           MOVE    WK-IXE-CONFIRMED       TO   WK-RPT-IXE-CONF-ED
           MOVE    WK-IXE-DEATHS          TO   WK-RPT-IXE-DTH-ED
           MOVE    WK-IXE-RECOVERED       TO   WK-RPT-IXE-REC-ED
           MOVE    WK-IXE-NEW-CONFIRMED   TO   WK-RPT-IXE-NCONF-ED
           MOVE    WK-HIS-CONFIRMED       TO   WK-RPT-HIS-CONF-ED
           MOVE    WK-HIS-DEATHS          TO   WK-RPT-HIS-DTH-ED
           MOVE    WK-HIS-RECOVERED       TO   WK-RPT-HIS-REC-ED
           MOVE    WK-HIS-NEW-CONFIRMED   TO   WK-RPT-HIS-NCONF-ED
           INITIALIZE   FDZZIXD-OUT-REC
           STRING  "VALUE-MISMATCH   "               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-DOC-INDEX)       DELIMITED BY SIZE
                   " "                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-IXE-ID)          DELIMITED BY SIZE
                   "  INDEX C/D/R/NC: "              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-IXE-CONF-ED) DELIMITED BY SIZE
                   "/"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-IXE-DTH-ED)  DELIMITED BY SIZE
                   "/"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-IXE-REC-ED)  DELIMITED BY SIZE
                   "/"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-IXE-NCONF-ED) DELIMITED BY SIZE
                   "  HISTORY: "                     DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-HIS-CONF-ED) DELIMITED BY SIZE
                   "/"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-HIS-DTH-ED)  DELIMITED BY SIZE
                   "/"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-HIS-REC-ED)  DELIMITED BY SIZE
                   "/"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-HIS-NCONF-ED) DELIMITED BY SIZE
                  INTO FDZZIXD-OUT-REC
           END-STRING
           PERFORM   IXD-WRITE-RTN

           INITIALIZE   FDZZIXR-OUT-REC
           STRING "{ ""update"" : { ""_index"" : """ DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-INDEX)        DELIMITED BY SIZE
                  """, ""_id"" : """                 DELIMITED BY SIZE
                  FUNCTION TRIM(WK-IXE-ID)           DELIMITED BY SIZE
                  """} }"                            DELIMITED BY SIZE
                 INTO FDZZIXR-OUT-REC
           END-STRING
           WRITE   FDZZIXR-OUT-REC

           PERFORM   DOC-EDIT-RTN
           MOVE    SPACES   TO   WK-DOC-BODY
           STRING "{""Confirmed"":"       DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-CONF-ED)
                  ",""Deaths"":"          DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-DTH-ED)
                  ",""Recovered"":"       DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-REC-ED)
                  ",""NewConfirmed"":"    DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-NCONF-ED)
                  ",""NewDeaths"":"       DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-NDTH-ED)
                  ",""NewRecovered"":"    DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-NREC-ED)
                  FUNCTION TRIM(WK-CARRY-JSON)
                  "}"                     DELIMITED BY SIZE
                 INTO WK-DOC-BODY
           END-STRING

           INITIALIZE   FDZZIXR-OUT-REC
           STRING "{""doc"":"                  DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-BODY)    DELIMITED BY SIZE
                  ",""doc_as_upsert"":true}"    DELIMITED BY SIZE
                 INTO FDZZIXR-OUT-REC
           END-STRING
           WRITE   FDZZIXR-OUT-REC
           ADD     1     TO      WK-CNT-FDZZIXR
           .
      ******************************************************************
      * ORPHAN-IN-INDEX の出力処理
      * エクスポートに _index がある場合はその索引から、無い場合は
      * 振り分け先の索引から削除する
      ******************************************************************
       ORPHAN-WRITE-RTN.
           ADD     1   TO   WK-CNT-ORPHAN
           ADD     1   TO   WK-CNT-DRIFT

           IF WK-IXE-INDEX NOT = SPACES
               MOVE   WK-IXE-INDEX   TO   WK-DRF-ACT-INDEX
           ELSE
               MOVE   WK-DOC-INDEX   TO   WK-DRF-ACT-INDEX
           END-IF

           INITIALIZE   FDZZIXD-OUT-REC
           STRING  "ORPHAN-IN-INDEX  "               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-DRF-ACT-INDEX)   DELIMITED BY SIZE
                   " "                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-IXE-ID)          DELIMITED BY SIZE
                   "  ("                             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-DRF-REASON)      DELIMITED BY SIZE
                   ")"                               DELIMITED BY SIZE
                  INTO FDZZIXD-OUT-REC
           END-STRING
           PERFORM   IXD-WRITE-RTN

           INITIALIZE   FDZZIXR-OUT-REC
           STRING "{ ""delete"" : { ""_index"" : """ DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DRF-ACT-INDEX)    DELIMITED BY SIZE
                  """, ""_id"" : """                 DELIMITED BY SIZE
                  FUNCTION TRIM(WK-IXE-ID)           DELIMITED BY SIZE
                  """} }"                            DELIMITED BY SIZE
                 INTO FDZZIXR-OUT-REC
           END-STRING
           WRITE   FDZZIXR-OUT-REC
           ADD     1     TO      WK-CNT-FDZZIXR
           .
      ******************************************************************
      * 日次集計履歴走査処理
      * 監査対象期間の履歴行のうち、索引側で見つからなかったキーを
      * MISSING-IN-INDEX とする
      ******************************************************************
       HISTORY-SCAN-RTN.
           IF WK-SKIP-REASON = SPACES
               MOVE    "N"          TO   WK-HIS-EOF-FLG
               MOVE    LOW-VALUES   TO   WK-HIS-KEY
               START   FDZZHIS  KEY IS >= WK-HIS-KEY
                   INVALID KEY
                       MOVE   "Y"   TO   WK-HIS-EOF-FLG
               END-START
               PERFORM   HISTORY-READ-RTN
                         UNTIL WK-HIS-EOF-FLG = "Y"
           END-IF
           .
      ******************************************************************
      * 日次集計履歴1件読み込み処理
      ******************************************************************
       HISTORY-READ-RTN.
           READ    FDZZHIS  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-HIS-EOF-FLG
               NOT AT END
                   IF WK-HIS-DATE >= WK-FROM-DATE
                        AND WK-HIS-DATE <= WK-TO-DATE
                       ADD    1            TO   WK-CNT-HIS-CHECKED
                       MOVE   WK-HIS-KEY   TO   WK-IXS-KEY
                       READ   FDZZIXS
                              KEY IS WK-IXS-KEY
                           INVALID KEY
                               PERFORM   MISSING-WRITE-RTN
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
           END-READ
           .
      ******************************************************************
      * MISSING-IN-INDEX の出力処理(読み込み中の履歴行)
      * CZZ1230と同じ _id・振り分け先で履歴の値のドキュメントを
      * "index" する(LastUpdate は履歴に無いため出力しない)
      ******************************************************************
       MISSING-WRITE-RTN.
           ADD     1   TO   WK-CNT-MISSING
           ADD     1   TO   WK-CNT-DRIFT

           MOVE    WK-HIS-PROVINCE   TO   WK-IN-PROVINCE
           MOVE    WK-HIS-COUNTRY    TO   WK-IN-COUNTRY
           MOVE    WK-HIS-DATE       TO   WK-DOC-DATE
           MOVE    WK-HIS-DATE-TIME  TO   WK-DOC-DATE(11:9)
           PERFORM   COUNTRY-LOOKUP-RTN
           PERFORM   BUILD-BULK-ID-RTN
           PERFORM   INDEX-ROUTE-RTN

           INITIALIZE   FDZZIXD-OUT-REC
           STRING  "MISSING-IN-INDEX "               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-DOC-INDEX)       DELIMITED BY SIZE
                   " "                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-BULK-ID)         DELIMITED BY SIZE
                  INTO FDZZIXD-OUT-REC
           END-STRING
           PERFORM   IXD-WRITE-RTN

           INITIALIZE   FDZZIXR-OUT-REC
           STRING "{ ""index"" : { ""_index"" : """  DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-INDEX)        DELIMITED BY SIZE
                  """, ""_id"" : """                 DELIMITED BY SIZE
                  FUNCTION TRIM(WK-BULK-ID)          DELIMITED BY SIZE
                  """} }"                            DELIMITED BY SIZE
                 INTO FDZZIXR-OUT-REC
           END-STRING
           WRITE   FDZZIXR-OUT-REC

           PERFORM   DOC-EDIT-RTN
           PERFORM   RATE-CALC-RTN
           MOVE    SPACES   TO   WK-DOC-BODY
           STRING "{""Date"":"""          DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-DATE)
                  """,""Province"":"""    DELIMITED BY SIZE
                  FUNCTION TRIM(WK-IN-PROVINCE)
                  """,""Country"":"""     DELIMITED BY SIZE
                  FUNCTION TRIM(WK-IN-COUNTRY)
                  """,""Confirmed"":"     DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-CONF-ED)
                  ",""Deaths"":"          DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-DTH-ED)
                  ",""Recovered"":"       DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-REC-ED)
                  ",""CountryCode"":"""   DELIMITED BY SIZE
                  FUNCTION TRIM(WK-COUNTRY-CODE)
                  """,""NewConfirmed"":"  DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-NCONF-ED)
                  ",""NewDeaths"":"       DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-NDTH-ED)
                  ",""NewRecovered"":"    DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-NREC-ED)
                  FUNCTION TRIM(WK-RATE-JSON)
                  FUNCTION TRIM(WK-CARRY-JSON)
                  "}"                     DELIMITED BY SIZE
                 INTO WK-DOC-BODY
           END-STRING

           MOVE    WK-DOC-BODY   TO   FDZZIXR-OUT-REC
           WRITE   FDZZIXR-OUT-REC
           ADD     1     TO      WK-CNT-FDZZIXR
           .
      ******************************************************************
      * ドキュメント件数項目の編集処理(FDZZHIS-REC の値)
      ******************************************************************
       DOC-EDIT-RTN.
           MOVE    WK-HIS-CONFIRMED       TO   WK-DOC-CONF-ED
           MOVE    WK-HIS-DEATHS          TO   WK-DOC-DTH-ED
           MOVE    WK-HIS-RECOVERED       TO   WK-DOC-REC-ED
           MOVE    WK-HIS-NEW-CONFIRMED   TO   WK-DOC-NCONF-ED
           MOVE    WK-HIS-NEW-DEATHS      TO   WK-DOC-NDTH-ED
           MOVE    WK-HIS-NEW-RECOVERED   TO   WK-DOC-NREC-ED

      *    報告欠落による引き継ぎ行か否かを Carried で明示する
           IF WK-HIS-CARRIED-FLG = "Y"
               MOVE  ",""Carried"":true"    TO   WK-CARRY-JSON
           ELSE
               MOVE  ",""Carried"":false"   TO   WK-CARRY-JSON
           END-IF
           .
      ******************************************************************
      * Date+Province+Countryから決定論的な _id を組み立てる処理
      * (CZZ1230のBUILD-BULK-ID-RTNと同一形式。日付は WK-DOC-DATE)
      ******************************************************************
       BUILD-BULK-ID-RTN.
           MOVE    SPACES   TO   WK-BULK-ID
           STRING  FUNCTION TRIM(WK-DOC-DATE)     DELIMITED BY SIZE
                   "_"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WK-IN-PROVINCE)   DELIMITED BY SIZE
                   "_"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WK-IN-COUNTRY)    DELIMITED BY SIZE
                  INTO WK-BULK-ID
           END-STRING
           .
      ******************************************************************
      * 国名⇒ISOコード変換テーブル参照処理(CZZ1230と同一要領)
      ******************************************************************
       COUNTRY-LOOKUP-RTN.
           MOVE    "UNK"    TO   WK-COUNTRY-CODE

           IF WK-REF-AVAILABLE = "Y"
               MOVE    SPACES          TO   WK-REF-COUNTRY-NAME
               MOVE    FUNCTION TRIM(WK-IN-COUNTRY)
                                       TO   WK-REF-COUNTRY-NAME
               READ    FDZZREF
                       KEY IS WK-REF-COUNTRY-NAME
                   INVALID KEY
                       MOVE   "UNK"                  TO WK-COUNTRY-CODE
                   NOT INVALID KEY
                       MOVE   WK-REF-COUNTRY-CODE     TO WK-COUNTRY-CODE
               END-READ
           END-IF
           .
      ******************************************************************
      * 10万人当たり罹患率・死亡率 算出処理(CZZ1230と同一要領)
      ******************************************************************
       RATE-CALC-RTN.
           MOVE    "N"      TO   WK-POP-FOUND
           MOVE    0        TO   WK-RATE-INCID WK-RATE-DEATH

           IF WK-POP-AVAILABLE = "Y"
               MOVE    SPACES          TO   WK-POP-COUNTRY-NAME
               MOVE    FUNCTION TRIM(WK-IN-COUNTRY)
                                       TO   WK-POP-COUNTRY-NAME
               READ    FDZZPOP
                       KEY IS WK-POP-COUNTRY-NAME
                   INVALID KEY
                       MOVE   "N"   TO   WK-POP-FOUND
                   NOT INVALID KEY
                       IF WK-POP-POPULATION > 0
                           MOVE   "Y"   TO   WK-POP-FOUND
                       END-IF
               END-READ
           END-IF

           IF WK-POP-FOUND = "Y"
               COMPUTE  WK-RATE-INCID ROUNDED =
                        WK-HIS-CONFIRMED * 100000 / WK-POP-POPULATION
               COMPUTE  WK-RATE-DEATH ROUNDED =
                        WK-HIS-DEATHS    * 100000 / WK-POP-POPULATION
               MOVE     WK-RATE-INCID   TO   WK-RATE-INCID-ED
               MOVE     WK-RATE-DEATH   TO   WK-RATE-DEATH-ED
               MOVE     SPACES          TO   WK-RATE-JSON
               STRING  ",""IncidencePer100k"":"   DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RATE-INCID-ED)
                                                  DELIMITED BY SIZE
                       ",""DeathsPer100k"":"      DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RATE-DEATH-ED)
                                                  DELIMITED BY SIZE
                      INTO WK-RATE-JSON
               END-STRING
           ELSE
               MOVE  ",""IncidencePer100k"":null,""DeathsPer100k"":nu
      -               "ll"   TO   WK-RATE-JSON
           END-IF
           .
      ******************************************************************
      * 索引ルーティングルール取り込み処理(CZZ1230と同一要領)
      ******************************************************************
       RULES-LOAD-RTN.
           OPEN   INPUT  FDZZRTE
           IF WK-RTE-FS = "00"
               MOVE   "N"   TO   WK-RTE-EOF-FLG
               PERFORM   RULES-READ-RTN
                         UNTIL WK-RTE-EOF-FLG = "Y"
               CLOSE  FDZZRTE
               DISPLAY "INDEX ROUTING RULES LOADED: " WK-RTE-COUNT
           ELSE
               DISPLAY "INDEX ROUTING RULE FILE NOT AVAILABLE - "
                       "ALL DOCUMENTS GO TO DEFAULT INDEX"
           END-IF
           .
      ******************************************************************
      * 索引ルーティングルールの1行読み込み・登録処理
      ******************************************************************
       RULES-READ-RTN.
           READ FDZZRTE
                AT END
                    MOVE   "Y"   TO   WK-RTE-EOF-FLG
                NOT AT END
                    IF FDZZRTE-REC NOT = SPACES
                         AND FDZZRTE-REC(1:2) NOT = "* "
                        PERFORM   RULES-PARSE-RTN
                    END-IF
           END-READ
           .
      ******************************************************************
      * 索引ルーティングルール1行分の解釈・登録処理
      ******************************************************************
       RULES-PARSE-RTN.
           MOVE    SPACES   TO   WK-RTE-CCODE-X WK-RTE-MONTH-X
                                 WK-RTE-INDEX-X
           UNSTRING  FDZZRTE-REC  DELIMITED BY "|"
                     INTO  WK-RTE-CCODE-X  WK-RTE-MONTH-X
                           WK-RTE-INDEX-X

           MOVE    FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WK-RTE-CCODE-X))   TO   WK-RTE-CCODE-X

           EVALUATE TRUE
               WHEN WK-RTE-INDEX-X = SPACES
                OR  WK-RTE-CCODE-X = SPACES
                OR  WK-RTE-MONTH-X = SPACES
                   DISPLAY "INVALID ROUTING RULE SKIPPED: "
                           FUNCTION TRIM(FDZZRTE-REC)
               WHEN WK-RTE-COUNT >= 100
                   DISPLAY "ROUTING RULE TABLE FULL - SKIPPED: "
                           FUNCTION TRIM(FDZZRTE-REC)
               WHEN OTHER
                   ADD    1   TO   WK-RTE-COUNT
                   MOVE   WK-RTE-CCODE-X(1:3)   TO
                          WK-RTE-CCODE(WK-RTE-COUNT)
                   MOVE   WK-RTE-MONTH-X(1:7)   TO
                          WK-RTE-MONTH(WK-RTE-COUNT)
                   MOVE   FUNCTION TRIM(WK-RTE-INDEX-X)   TO
                          WK-RTE-INDEX(WK-RTE-COUNT)
           END-EVALUATE
           .
      ******************************************************************
      * 索引ルーティング判定処理(CZZ1230と同一要領)
      ******************************************************************
       INDEX-ROUTE-RTN.
           MOVE    WK-DB-INDEX        TO   WK-DOC-INDEX
           MOVE    WK-DOC-DATE(1:7)   TO   WK-DOC-MONTH
           MOVE    "N"                TO   WK-RTE-HIT-FLG

           PERFORM  VARYING  WK-RTE-I  FROM  1  BY  1
                    UNTIL  WK-RTE-I  >  WK-RTE-COUNT
                        OR  WK-RTE-HIT-FLG = "Y"
               IF (WK-RTE-CCODE(WK-RTE-I) = "*"
                    OR WK-RTE-CCODE(WK-RTE-I) = WK-COUNTRY-CODE)
                    AND (WK-RTE-MONTH(WK-RTE-I) = "*"
                    OR WK-RTE-MONTH(WK-RTE-I) = WK-DOC-MONTH)
                   MOVE   "Y"   TO   WK-RTE-HIT-FLG
                   PERFORM   INDEX-EDIT-RTN
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * 索引名編集処理(WK-RTE-I のルール)
      ******************************************************************
       INDEX-EDIT-RTN.
           MOVE    0   TO   WK-RTE-TALLY
           INSPECT WK-RTE-INDEX(WK-RTE-I)
                   TALLYING WK-RTE-TALLY FOR ALL "&YM"

           IF WK-RTE-TALLY > 0
               MOVE    SPACES   TO   WK-RTE-PART1 WK-RTE-PART2
               UNSTRING  WK-RTE-INDEX(WK-RTE-I)  DELIMITED BY "&YM"
                         INTO  WK-RTE-PART1  WK-RTE-PART2
               MOVE    SPACES   TO   WK-DOC-INDEX
               STRING  FUNCTION TRIM(WK-RTE-PART1) DELIMITED BY SIZE
                       FUNCTION TRIM(WK-DOC-MONTH) DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RTE-PART2) DELIMITED BY SIZE
                      INTO WK-DOC-INDEX
               END-STRING
           ELSE
               MOVE    WK-RTE-INDEX(WK-RTE-I)   TO   WK-DOC-INDEX
           END-IF
           .
      ******************************************************************
      * ドリフトレポート1行書き出し処理
      ******************************************************************
       IXD-WRITE-RTN.
           WRITE   FDZZIXD-OUT-REC
           ADD     1   TO   WK-CNT-FDZZIXD
           .
      ******************************************************************
      * 終了処理
      * 監査できなかった場合はRC=8、ドリフトまたは解釈できない行が
      * あった場合はRC=4とする
      ******************************************************************
       END-RTN.
           IF WK-SKIP-REASON NOT = SPACES
               INITIALIZE   FDZZIXD-OUT-REC
               STRING  FUNCTION TRIM(WK-SKIP-REASON)  DELIMITED BY SIZE
                       " - AUDIT NOT PERFORMED"        DELIMITED BY SIZE
                      INTO FDZZIXD-OUT-REC
               END-STRING
               PERFORM   IXD-WRITE-RTN
           ELSE
               IF WK-CNT-DRIFT = 0
                   MOVE    "NO DRIFT"   TO   FDZZIXD-OUT-REC
                   PERFORM   IXD-WRITE-RTN
               END-IF
               INITIALIZE   FDZZIXD-OUT-REC
               MOVE    WK-CNT-MISSING    TO   WK-RPT-CNT-ED
               STRING  "MISSING-IN-INDEX: "         DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RPT-CNT-ED) DELIMITED BY SIZE
                      INTO FDZZIXD-OUT-REC
               END-STRING
               MOVE    WK-CNT-MISMATCH   TO   WK-RPT-CNT-ED
               STRING  FUNCTION TRIM(FDZZIXD-OUT-REC) DELIMITED BY SIZE
                       "  VALUE-MISMATCH: "           DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RPT-CNT-ED)   DELIMITED BY SIZE
                      INTO FDZZIXD-OUT-REC
               END-STRING
               MOVE    WK-CNT-ORPHAN     TO   WK-RPT-CNT-ED
               STRING  FUNCTION TRIM(FDZZIXD-OUT-REC) DELIMITED BY SIZE
                       "  ORPHAN-IN-INDEX: "          DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RPT-CNT-ED)   DELIMITED BY SIZE
                      INTO FDZZIXD-OUT-REC
               END-STRING
               MOVE    WK-CNT-MATCH      TO   WK-RPT-CNT-ED
               STRING  FUNCTION TRIM(FDZZIXD-OUT-REC) DELIMITED BY SIZE
                       "  IN STEP: "                  DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RPT-CNT-ED)   DELIMITED BY SIZE
                      INTO FDZZIXD-OUT-REC
               END-STRING
               PERFORM   IXD-WRITE-RTN
           END-IF

           IF WK-IXE-AVAILABLE = "Y"
               CLOSE   FDZZIXE
           END-IF
           IF WK-HIS-AVAILABLE = "Y"
               CLOSE   FDZZHIS
           END-IF
           CLOSE   FDZZIXS FDZZIXR FDZZIXD FDZZREF FDZZPOP

           DISPLAY "--- INDEX DRIFT AUDIT SUMMARY ---"
           DISPLAY "EXPORT ROWS READ  : "  WK-CNT-FDZZIXE
           DISPLAY "UNREADABLE ROWS   : "  WK-CNT-IXE-BAD
           DISPLAY "OUT OF DATE RANGE : "  WK-CNT-IXE-OUTRNG
           DISPLAY "BEYOND RETENTION  : "  WK-CNT-IXE-RETAIN
                   " (NOT AUDITED)"
           DISPLAY "DUPLICATE ROWS    : "  WK-CNT-IXE-DUP
           DISPLAY "HISTORY ROWS      : "  WK-CNT-HIS-CHECKED
                   " (IN DATE RANGE)"
           DISPLAY "IN STEP           : "  WK-CNT-MATCH
           DISPLAY "MISSING-IN-INDEX  : "  WK-CNT-MISSING
           DISPLAY "VALUE-MISMATCH    : "  WK-CNT-MISMATCH
           DISPLAY "ORPHAN-IN-INDEX   : "  WK-CNT-ORPHAN
                   " (WRONG INDEX: " WK-CNT-WRONG-IDX
                   "  STALE ID: " WK-CNT-STALE-ID ")"
           DISPLAY "REPAIR ACTIONS    : "  WK-CNT-FDZZIXR
           DISPLAY "---------------------------------"

           EVALUATE TRUE
               WHEN WK-SKIP-REASON NOT = SPACES
                   DISPLAY FUNCTION TRIM(WK-SKIP-REASON)
                           " - AUDIT NOT PERFORMED"
                   MOVE   8   TO   WK-FINAL-RC
               WHEN WK-CNT-DRIFT > 0
                OR  WK-CNT-IXE-BAD > 0
                   MOVE   4   TO   WK-FINAL-RC
               WHEN OTHER
                   MOVE   0   TO   WK-FINAL-RC
           END-EVALUATE

           MOVE    WK-CNT-FDZZIXE   TO   WK-RUN-L-READ
           MOVE    WK-CNT-FDZZIXR   TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-DRIFT     TO   WK-RUN-L-REJ
           MOVE    WK-FINAL-RC      TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN

           MOVE    WK-FINAL-RC    TO RETURN-CODE
           DISPLAY "END: CZZ1250"
           .
      *    実行管理(ランログ)記録処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZRUN03.
      *    実行時パラメタ読み込み処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZPRM02.
