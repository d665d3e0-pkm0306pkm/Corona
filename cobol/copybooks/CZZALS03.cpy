      ******************************************************************
      * 国名エイリアス(正規国名変換)テーブル オープン処理
      * テーブルが無い場合は読み替えなし(入力国名のまま)で続行する
      ******************************************************************
       ALIAS-OPEN-RTN.
           OPEN   INPUT  FDZZALS
           IF WK-ALS-FS = "00"
               MOVE   "Y"   TO   WK-ALS-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-ALS-AVAILABLE
               DISPLAY "COUNTRY ALIAS FILE NOT AVAILABLE - "
                       "COUNTRY NAMES WILL NOT BE CANONICALIZED"
           END-IF
           .
      ******************************************************************
      * 国名エイリアス 正規国名変換処理
      * WK-ALS-NAME がエイリアス登録されていれば正規国名に置き換える。
      * 置き換えた場合は生の国名を WK-ALS-RAW-SAVE に控える
      ******************************************************************
       ALIAS-RESOLVE-RTN.
           MOVE    "N"      TO   WK-ALS-HIT-FLG

           IF WK-ALS-AVAILABLE = "Y"
                AND WK-ALS-NAME NOT = SPACES
               MOVE    SPACES          TO   WK-ALS-RAW-NAME
               MOVE    FUNCTION TRIM(WK-ALS-NAME)
                                       TO   WK-ALS-RAW-NAME
               READ    FDZZALS
                       KEY IS WK-ALS-RAW-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WK-ALS-CANON-NAME NOT = SPACES
                            AND WK-ALS-CANON-NAME NOT = WK-ALS-RAW-NAME
                           MOVE   "Y"               TO WK-ALS-HIT-FLG
                           MOVE   WK-ALS-RAW-NAME   TO WK-ALS-RAW-SAVE
                           MOVE   WK-ALS-CANON-NAME TO WK-ALS-NAME
                       END-IF
               END-READ
           END-IF
           .
      ******************************************************************
      * 国名エイリアス 適用件数控え処理
      * 直前の ALIAS-RESOLVE-RTN で読み替えた生の国名毎に件数を数える
      ******************************************************************
       ALIAS-HIT-RTN.
           ADD     1     TO   WK-CNT-ALS-HIT
           MOVE    "N"   TO   WK-ALH-FOUND-FLG

           PERFORM  VARYING  WK-ALH-I  FROM  1  BY  1
                    UNTIL  WK-ALH-I  >  WK-ALH-COUNT
                        OR  WK-ALH-FOUND-FLG = "Y"
               IF WK-ALH-RAW-NAME(WK-ALH-I) = WK-ALS-RAW-SAVE
                   MOVE   "Y"   TO   WK-ALH-FOUND-FLG
                   ADD    1     TO   WK-ALH-CNT(WK-ALH-I)
               END-IF
           END-PERFORM

           IF WK-ALH-FOUND-FLG = "N"
               IF WK-ALH-COUNT < 200
                   ADD    1     TO   WK-ALH-COUNT
                   MOVE   WK-ALS-RAW-SAVE   TO
                          WK-ALH-RAW-NAME(WK-ALH-COUNT)
                   MOVE   WK-ALS-NAME       TO
                          WK-ALH-CANON-NAME(WK-ALH-COUNT)
                   MOVE   1                 TO
                          WK-ALH-CNT(WK-ALH-COUNT)
               ELSE
                   DISPLAY "ALIAS HIT TABLE FULL - NOT COUNTED: "
                           FUNCTION TRIM(WK-ALS-RAW-SAVE)
               END-IF
           END-IF
           .
