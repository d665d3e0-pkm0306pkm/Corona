      *   ・業務日付別のリジェクト率推移(CZZ1230のREAD件数対
      *     REJECT件数。ドライバ/コントローラの件数は率が歪むため
      *     推移には含めない)
      *   ・業務日付別の他ソース突合差異率推移(CZZ1249の突合国数対
      *     差異国数)
      * を集計し、月次統計レポート(ec2_runstats.txt)へ出力する。
      * CZZ1236の画面出力から手作業で拾っているサービスレベル数値の
      * 置き換え
       DATA                DIVISION.
       FILE                SECTION.
       FD FDZZRLH RECORDING MODE IS V.
          01 FDZZRLH-REC                    PIC X(113).
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZRST RECORDING MODE IS V.
       01  WK-DAY-I                          PIC 9(2) VALUE 0.
       01  WK-DAY-HIT-FLG                    PIC X    VALUE "N".

      *    業務日付別他ソース突合差異率推移テーブル
      *    (レイアウトはリジェクト率推移テーブルと同一)
       01  WK-XDY-COUNT                      PIC 9(2) VALUE 0.
       01  WK-XDY-TABLE.
           03 WK-XDY-ENTRY OCCURS 31 TIMES.
               05 WK-XDY-BUSDATE              PIC X(8).
               05 WK-XDY-READ                 PIC 9(10).
               05 WK-XDY-REJ                  PIC 9(10).
       01  WK-XDY-I                          PIC 9(2) VALUE 0.

      *    所要時間(秒)算出用
       01  WK-ELAPSE-AREA.
           03 WK-STAMP-X                     PIC X(14).

           PERFORM   DAY-SORT-RTN.

           PERFORM   XDY-SORT-RTN.

           PERFORM   END-RTN.

           STOP RUN
               IF WK-RUN-PGM = "CZZ1230"
                   PERFORM   DAY-ACCUM-RTN
               END-IF
      *        他ソース突合(CZZ1249)は READ=突合国数、REJ=差異国数
               IF WK-RUN-PGM = "CZZ1249"
                   PERFORM   XDY-ACCUM-RTN
               END-IF
           END-IF
           .
      ******************************************************************
           END-IF
           .
      ******************************************************************
      * 業務日付別他ソース突合差異率推移の積み上げ処理
      ******************************************************************
       XDY-ACCUM-RTN.
           MOVE    "N"   TO   WK-DAY-HIT-FLG
           PERFORM  VARYING  WK-XDY-I  FROM  1  BY  1
                    UNTIL  WK-XDY-I  >  WK-XDY-COUNT
                        OR  WK-DAY-HIT-FLG = "Y"
               IF WK-XDY-BUSDATE(WK-XDY-I) = WK-RUN-BUSDATE
                   MOVE   "Y"   TO   WK-DAY-HIT-FLG
                   ADD    WK-RUN-CNT-READ  TO  WK-XDY-READ(WK-XDY-I)
                   ADD    WK-RUN-CNT-REJ   TO  WK-XDY-REJ(WK-XDY-I)
               END-IF
           END-PERFORM

           IF WK-DAY-HIT-FLG = "N" AND WK-XDY-COUNT < 31
               ADD    1    TO   WK-XDY-COUNT
               MOVE   WK-XDY-COUNT     TO   WK-XDY-I
               MOVE   WK-RUN-BUSDATE   TO   WK-XDY-BUSDATE(WK-XDY-I)
               MOVE   WK-RUN-CNT-READ  TO   WK-XDY-READ(WK-XDY-I)
               MOVE   WK-RUN-CNT-REJ   TO   WK-XDY-REJ(WK-XDY-I)
           END-IF
           .
      ******************************************************************
      * 業務日付昇順の単純交換ソート(推移表示用)
      ******************************************************************
       DAY-SORT-RTN.
                  WK-DAY-ENTRY(WK-SORT-J + 1)
           .
      ******************************************************************
      * 業務日付昇順の単純交換ソート(他ソース突合差異率推移表示用)
      ******************************************************************
       XDY-SORT-RTN.
           IF WK-XDY-COUNT > 1
               PERFORM  VARYING  WK-SORT-I  FROM  1  BY  1
                        UNTIL  WK-SORT-I  >  WK-XDY-COUNT - 1
                   COMPUTE WK-SORT-LIMIT = WK-XDY-COUNT - WK-SORT-I
                   PERFORM  VARYING  WK-SORT-J  FROM  1  BY  1
                            UNTIL  WK-SORT-J  >  WK-SORT-LIMIT
                       IF WK-XDY-BUSDATE(WK-SORT-J) >
                          WK-XDY-BUSDATE(WK-SORT-J + 1)
                           PERFORM   XDY-SORT-SWAP-RTN
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * ソート用の隣接エントリ交換処理(他ソース突合差異率推移)
      ******************************************************************
       XDY-SORT-SWAP-RTN.
           MOVE   WK-XDY-ENTRY(WK-SORT-J)      TO   WK-DSORT-HOLD
           MOVE   WK-XDY-ENTRY(WK-SORT-J + 1)  TO
                  WK-XDY-ENTRY(WK-SORT-J)
           MOVE   WK-DSORT-HOLD                TO
                  WK-XDY-ENTRY(WK-SORT-J + 1)
           .
      ******************************************************************
      * レポート出力・終了処理
      ******************************************************************
       END-RTN.
               PERFORM   DAY-LINE-RTN
           END-PERFORM

           INITIALIZE   FDZZRST-OUT-REC
           MOVE    "DAILY CROSS-SOURCE VARIANCE TREND (CZZ1249):"   TO
                   FDZZRST-OUT-REC
           WRITE   FDZZRST-OUT-REC

           INITIALIZE   FDZZRST-OUT-REC
           MOVE    "BUSDATE     COMPARED  VARIANCES  RATE%"   TO
                   FDZZRST-OUT-REC
           WRITE   FDZZRST-OUT-REC

           PERFORM  VARYING  WK-XDY-I  FROM  1  BY  1
                    UNTIL  WK-XDY-I  >  WK-XDY-COUNT
               PERFORM   XDY-LINE-RTN
           END-PERFORM

           CLOSE   FDZZRST

           DISPLAY "FDZZRLH : "  WK-CNT-FDZZRLH "件(履歴読込)"
           END-STRING
           WRITE   FDZZRST-OUT-REC
           .
      ******************************************************************
      * 業務日付別他ソース突合差異率推移1行出力処理(WK-XDY-I のエントリ)
      ******************************************************************
       XDY-LINE-RTN.
           MOVE    WK-XDY-READ(WK-XDY-I)   TO   WK-RPT-READ-ED
           MOVE    WK-XDY-REJ(WK-XDY-I)    TO   WK-RPT-REJ-ED

           IF WK-XDY-READ(WK-XDY-I) > 0
               COMPUTE  WK-RPT-RATE ROUNDED =
                        WK-XDY-REJ(WK-XDY-I) * 100
                        / WK-XDY-READ(WK-XDY-I)
               MOVE     WK-RPT-RATE     TO   WK-RPT-RATE-ED
               MOVE     WK-RPT-RATE-ED  TO   WK-RPT-RATE-X
           ELSE
               MOVE     "   N/A"        TO   WK-RPT-RATE-X
           END-IF

           INITIALIZE   FDZZRST-OUT-REC
           STRING  WK-XDY-BUSDATE(WK-XDY-I)   DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-RPT-READ-ED             DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WK-RPT-REJ-ED              DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WK-RPT-RATE-X              DELIMITED BY SIZE
                  INTO FDZZRST-OUT-REC
           END-STRING
           WRITE   FDZZRST-OUT-REC
           .
