      *   ・ec2_datareject.txt  (CZZ1230 リジェクト)
      *   ・ec2_datasusp.txt    (CZZ1230 Province/Countryサスペンス)
      *   ・ec2_load_verify.txt (CZZ1237 ロード検証レポート)
      *   ・ec2_datamiss.txt    (CZZ1230 報告欠落レポータ)
      * を読み込み、優先度順に1本の例外レポート
      * (ec2_exception_digest.txt)へまとめる。
      *   優先度1: 重大度Eアラート(負デルタ)・ロード失敗・
      *            欠落日数が上限(MISSING-DAY-LIMIT)を超えた報告欠落
      *   優先度2: 急増スパイク(重大度W)
      *   優先度3: 重複・リジェクト・サスペンス・上限内の報告欠落
      * 各区分はCountry別件数を付け、最後に要対応件数の総計を出す。
      * 引数の業務日付(YYYYMMDD、省略可)は見出しにのみ使用する。
      * 存在しないファイルは0件として扱い、その旨を明記する
       SELECT  FDZZLVR  ASSIGN TO "FDZZLVR"                                    "ec2_load_verify.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-LVR-FS.
       SELECT  FDZZ9CM  ASSIGN TO "FDZZ9CM"                                    "ec2_datamiss.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-MIS-FS.
       SELECT  FDZZPRM  ASSIGN TO "FDZZPRM"                                    "ec2_runtime_parms.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-PRM-FS.
       SELECT  FDZZDIG  ASSIGN TO "FDZZDIG"                                    "ec2_exception_digest.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL.

          01 FDZZ9CS-IN-REC                 PIC X(280).
       FD FDZZLVR RECORDING MODE IS V.
          01 FDZZLVR-IN-REC                 PIC X(160).
       FD FDZZ9CM RECORDING MODE IS V.
          01 FDZZ9CM-IN-REC                 PIC X(250).
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).
       FD FDZZDIG RECORDING MODE IS V.
          01 FDZZDIG-OUT-REC                PIC X(250).

           03 WK-CNT-DUP                     PIC 9(6) VALUE 0.
           03 WK-CNT-REJ                     PIC 9(6) VALUE 0.
           03 WK-CNT-SUS                     PIC 9(6) VALUE 0.
           03 WK-CNT-MIS-OVER                PIC 9(6) VALUE 0.
           03 WK-CNT-MIS-UNDER               PIC 9(6) VALUE 0.
           03 WK-CNT-ACTION                  PIC 9(7) VALUE 0.

       01  WK-ALT-FS                         PIC X(2) VALUE "00".
       01  WK-REJ-FS                         PIC X(2) VALUE "00".
       01  WK-SUS-FS                         PIC X(2) VALUE "00".
       01  WK-LVR-FS                         PIC X(2) VALUE "00".
       01  WK-MIS-FS                         PIC X(2) VALUE "00".

      *    ファイル有無(欠落ファイルはレポートに明記する)
       01  WK-AVAIL-AREA.
           03 WK-REJ-AVAILABLE               PIC X    VALUE "N".
           03 WK-SUS-AVAILABLE               PIC X    VALUE "N".
           03 WK-LVR-AVAILABLE               PIC X    VALUE "N".
           03 WK-MIS-AVAILABLE               PIC X    VALUE "N".

      *    見出し用業務日付(引数、省略時はシステム日付)
       01  WK-DIG-BUSDATE                    PIC X(8)  VALUE SPACES.
           03 WK-EAL-LINE OCCURS 200 TIMES   PIC X(250).
       01  WK-EAL-I                          PIC 9(3) VALUE 0.

      *    欠落日数上限超過の報告欠落行バッファ(優先度1で印字する)
       01  WK-MSO-COUNT                      PIC 9(3) VALUE 0.
       01  WK-MSO-TABLE.
           03 WK-MSO-LINE OCCURS 200 TIMES   PIC X(250).
       01  WK-MSO-I                          PIC 9(3) VALUE 0.
       01  WK-MIS-DAYS                       PIC 9(4) VALUE 0.
       01  WK-MIS-LIMIT-ED                   PIC Z(3)9.

      *    ロード検証レポートからの取り込み項目
       01  WK-LVR-AREA.
           03 WK-LVR-FAILED                  PIC 9(6) VALUE 0.
       01  WK-LVT-I                          PIC 9(2) VALUE 0.

      *    区分別Country件数テーブル
      *    (1=Eアラート 2=スパイク 3=重複 4=リジェクト 5=サスペンス
      *     6=報告欠落(上限超過) 7=報告欠落(上限内))
       01  WK-CTY-TABLE.
           03 WK-CTY-CAT OCCURS 7 TIMES.
               05 WK-CTY-COUNT                PIC 9(3).
               05 WK-CTY-ENTRY OCCURS 100 TIMES.
                   07 WK-CTY-NAME             PIC X(30).
       01  WK-RPT-CNT-ED                     PIC Z(5)9.
       01  WK-RPT-TOT-ED                     PIC Z(6)9.

      *    実行時パラメタファイル読み込み用作業域
           COPY  CZZPRM01.

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************

           PERFORM   SUS-SCAN-RTN.

           PERFORM   MIS-SCAN-RTN.

           PERFORM   END-RTN.

           STOP RUN
               ACCEPT  WK-DIG-BUSDATE  FROM DATE YYYYMMDD
           END-IF

           PERFORM   PARM-READ-RTN
           PERFORM   PARM-ECHO-RTN

           OPEN   OUTPUT FDZZDIG
           .
      ******************************************************************
           END-READ
           .
      ******************************************************************
      * 報告欠落ファイル走査処理
      ******************************************************************
       MIS-SCAN-RTN.
           OPEN   INPUT  FDZZ9CM
           IF WK-MIS-FS = "00"
               MOVE   "Y"   TO   WK-MIS-AVAILABLE
               MOVE   "N"   TO   WK-EOF-FLG
               PERFORM   MIS-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE  FDZZ9CM
           END-IF
           .
      ******************************************************************
      * 報告欠落ファイルの1行読み込み・仕分け処理
      * 欠落日数が上限を超えた行は優先度1としてバッファし、
      * 上限内の行は優先度3としてCountry別に数える
      ******************************************************************
       MIS-READ-RTN.
           READ FDZZ9CM
                AT END
                    MOVE   "Y"   TO   WK-EOF-FLG
                NOT AT END
                    IF FDZZ9CM-IN-REC(1:6) = "DAYS: "
                         AND FDZZ9CM-IN-REC(7:4) IS NUMERIC
                        MOVE   FDZZ9CM-IN-REC(7:4)   TO   WK-MIS-DAYS
                        MOVE   FDZZ9CM-IN-REC        TO   WK-SCAN-LINE
                        PERFORM   KEY-COUNTRY-RTN
                        IF WK-MIS-DAYS > WK-PRM-MISS-DAY-LIMIT
                            ADD    1   TO   WK-CNT-MIS-OVER
                            IF WK-MSO-COUNT < 200
                                ADD   1   TO   WK-MSO-COUNT
                                MOVE  FDZZ9CM-IN-REC   TO
                                      WK-MSO-LINE(WK-MSO-COUNT)
                            END-IF
                            MOVE   6   TO   WK-CAT-I
                        ELSE
                            ADD    1   TO   WK-CNT-MIS-UNDER
                            MOVE   7   TO   WK-CAT-I
                        END-IF
                        PERFORM   CTY-ACCUM-RTN
                    END-IF
           END-READ
           .
      ******************************************************************
      * CSV行(リジェクト/サスペンス)からのCountry取り出し処理
      * 引用符内のカンマを保護してからUNSTRINGし、4列目をCountryと
      * する(CZZ1230のデクォート処理と同じ方式)
      * ダイジェスト出力・終了処理
      ******************************************************************
       END-RTN.
           MOVE    WK-PRM-MISS-DAY-LIMIT   TO   WK-MIS-LIMIT-ED
           COMPUTE WK-CNT-ACTION = WK-CNT-EAL + WK-LVR-FAILED
                                 + WK-CNT-SPK + WK-CNT-DUP
                                 + WK-CNT-REJ + WK-CNT-SUS
                                 + WK-CNT-MIS-OVER + WK-CNT-MIS-UNDER

           INITIALIZE   FDZZDIG-OUT-REC
           STRING  "--- DAILY EXCEPTION DIGEST "  DELIMITED BY SIZE
      *    優先度1: ロード失敗
           PERFORM   SECTION-LVR-RTN

      *    優先度1: 欠落日数上限超過の報告欠落
           PERFORM   SECTION-MSO-RTN

      *    優先度2: 急増スパイク
           MOVE    "** PRIORITY 2: DELTA SPIKES (SEVERITY W) **"
                                TO   FDZZDIG-OUT-REC
           MOVE    WK-CNT-SUS   TO   WK-RPT-CNT-ED
           PERFORM   SECTION-COUNT-RTN

           INITIALIZE   FDZZDIG-OUT-REC
           STRING  "** PRIORITY 3: MISSING REPORTERS (WITHIN "
                                                DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MIS-LIMIT-ED) DELIMITED BY SIZE
                   " DAYS) **"                  DELIMITED BY SIZE
                  INTO FDZZDIG-OUT-REC
           END-STRING
           WRITE   FDZZDIG-OUT-REC
           MOVE    7   TO   WK-CAT-I
           MOVE    WK-CNT-MIS-UNDER   TO   WK-RPT-CNT-ED
           PERFORM   SECTION-COUNT-RTN

      *    欠落ファイルの明記
           PERFORM   MISSING-FILES-RTN

           DISPLAY "DUPLICATES: " WK-CNT-DUP
                   "  REJECTS: " WK-CNT-REJ
                   "  SUSPENSE: " WK-CNT-SUS
           DISPLAY "MISSING REPORTERS OVER LIMIT: " WK-CNT-MIS-OVER
                   "  WITHIN LIMIT: " WK-CNT-MIS-UNDER
           DISPLAY "ITEMS REQUIRING ACTION: " WK-CNT-ACTION

           MOVE    ZERO    TO RETURN-CODE
           WRITE   FDZZDIG-OUT-REC
           .
      ******************************************************************
      * 報告欠落(欠落日数上限超過)区分の出力処理
      * (行そのもの+Country別件数)
      ******************************************************************
       SECTION-MSO-RTN.
           INITIALIZE   FDZZDIG-OUT-REC
           STRING  "** PRIORITY 1: MISSING REPORTERS (OVER "
                                                DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MIS-LIMIT-ED) DELIMITED BY SIZE
                   " DAYS) **"                  DELIMITED BY SIZE
                  INTO FDZZDIG-OUT-REC
           END-STRING
           WRITE   FDZZDIG-OUT-REC

           PERFORM  VARYING  WK-MSO-I  FROM  1  BY  1
                    UNTIL  WK-MSO-I  >  WK-MSO-COUNT
               MOVE    WK-MSO-LINE(WK-MSO-I)   TO   FDZZDIG-OUT-REC
               WRITE   FDZZDIG-OUT-REC
           END-PERFORM

           MOVE    6   TO   WK-CAT-I
           MOVE    WK-CNT-MIS-OVER   TO   WK-RPT-CNT-ED
           PERFORM   SECTION-COUNT-RTN
           .
      ******************************************************************
      * 区分のCountry別件数・小計出力処理(WK-CAT-I の区分)
      ******************************************************************
       SECTION-COUNT-RTN.
                     FDZZDIG-OUT-REC
               WRITE FDZZDIG-OUT-REC
           END-IF
           IF WK-MIS-AVAILABLE = "N"
               MOVE  "NOTE: MISSING REPORTER FILE NOT AVAILABLE"   TO
                     FDZZDIG-OUT-REC
               WRITE FDZZDIG-OUT-REC
           END-IF
           .
      *    実行時パラメタ読み込み処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZPRM02.
