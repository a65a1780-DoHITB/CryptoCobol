      * the promised sixty seconds. Items from before the arrival
      * stamp existed carry zeros there and are counted but not
      * timed.
      *
      * With several AESQSERV instances draining one queue under
      * priority classes, the same figures are broken out twice more
      * after the daily lines: once per priority class (1 urgent,
      * 2 normal, 3 bulk) and once per serving instance, so a slow
      * instance or a starved class shows up by name. Responses from
      * before the class and instance were recorded count as class 2
      * under the single instance's own name, AESQSERV.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          02 FILLER                   PIC X(07).
          02 RS-ARR-DATE              PIC 9(08).
          02 RS-ARR-TIME              PIC 9(06).
          02 RS-PRIORITY              PIC X(01).
          02 RS-CLIENT                PIC X(08).
          02 RS-SERVER                PIC X(08).
          02 FILLER                   PIC X(05).

      *   AESQSPRM
       FD R-PARM LABEL RECORD STANDARD.
         77 WS-DY-COUNT                PIC 9(03)   VALUE 0.
         77 WS-DY-I                    PIC 9(03).

      *  The same figures per priority class - fixed three slots
         01 WS-CLASS-TABLE.
            05 WS-CLASS-ENTRY          OCCURS 3.
               10 WS-CS-ITEMS          PIC 9(07).
               10 WS-CS-TIMED          PIC 9(07).
               10 WS-CS-TOTAL-SECS     PIC 9(11).
               10 WS-CS-WORST-SECS     PIC 9(09).
               10 WS-CS-BREACHES       PIC 9(07).
         77 WS-CS-I                    PIC 9(01).

      *  ... and per serving instance, in order of first appearance
         01 WS-SERVER-TABLE.
            05 WS-SERVER-ENTRY         OCCURS 20.
               10 WS-SV-NAME           PIC X(08).
               10 WS-SV-ITEMS          PIC 9(07).
               10 WS-SV-TIMED          PIC 9(07).
               10 WS-SV-TOTAL-SECS     PIC 9(11).
               10 WS-SV-WORST-SECS     PIC 9(09).
               10 WS-SV-BREACHES       PIC 9(07).
         77 WS-SV-COUNT                PIC 9(02)   VALUE 0.
         77 WS-SV-I                    PIC 9(02).
         77 WS-ITEM-SERVER             PIC X(08).

      *  Whether the item in hand carried a usable stamp pair, and
      *  whether its latency broke the threshold
         77 WS-ITEM-TIMED              PIC X(01).
            88 SW-ITEM-TIMED                       VALUE 'Y'.
         77 WS-ITEM-BREACH             PIC X(01).
            88 SW-ITEM-BREACH                      VALUE 'Y'.

         77 WS-AVG-SECS                PIC 9(09)V99.
         77 WS-TOTAL-BREACHES          PIC 9(07)   VALUE 0.
         77 WS-READ-COUNT              PIC 9(07)   VALUE 0.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           INITIALIZE WS-CLASS-TABLE.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             PERFORM REPORT-ONE-DAY
           END-PERFORM.

           MOVE 'BY PRIORITY CLASS'       TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-CS-I FROM 1 BY 1
             UNTIL WS-CS-I > 3
             PERFORM REPORT-ONE-CLASS
           END-PERFORM.

           MOVE 'BY SERVER INSTANCE'      TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-SV-I FROM 1 BY 1
             UNTIL WS-SV-I > WS-SV-COUNT
             PERFORM REPORT-ONE-SERVER
           END-PERFORM.

           STRING 'TOTALS - ' WS-READ-COUNT ' ITEM(S), '
                  WS-TOTAL-BREACHES ' BREACH(ES)'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.


       TALLY-ONE-ITEM.
           PERFORM TIME-ONE-ITEM
              THRU TIME-ONE-ITEM-EXIT.

           IF SW-ITEM-BREACH
             ADD 1                        TO WS-TOTAL-BREACHES
           END-IF.

           PERFORM TALLY-BY-CLASS.

           PERFORM TALLY-BY-SERVER
              THRU TALLY-BY-SERVER-EXIT.

           PERFORM VARYING WS-DY-I FROM 1 BY 1
             UNTIL WS-DY-I > WS-DY-COUNT
             OR WS-DY-DATE(WS-DY-I) = RS-DATE

           ADD 1                          TO WS-DY-ITEMS(WS-DY-I).

           IF NOT SW-ITEM-TIMED
             GO TO TALLY-ONE-ITEM-EXIT
           END-IF.

           ADD 1                          TO WS-DY-TIMED(WS-DY-I).
           ADD WS-LATENCY-SECS            TO WS-DY-TOTAL-SECS(WS-DY-I).

           IF WS-LATENCY-SECS > WS-DY-WORST-SECS(WS-DY-I)
             MOVE WS-LATENCY-SECS         TO WS-DY-WORST-SECS(WS-DY-I)
           END-IF.

           IF SW-ITEM-BREACH
             ADD 1                        TO WS-DY-BREACHES(WS-DY-I)
           END-IF.

       TALLY-ONE-ITEM-EXIT.
           EXIT.


       TIME-ONE-ITEM.
           MOVE 'N'                       TO WS-ITEM-TIMED
                                             WS-ITEM-BREACH.

      *     Untimed item (enqueued before the arrival stamp existed)
           IF RS-ARR-DATE = 0
             GO TO TIME-ONE-ITEM-EXIT
           END-IF.

           COMPUTE WS-ARR-LILIAN =
           IF WS-LATENCY-SECS < 0
      *      A stamp pair that runs backwards can only be a clock or
      *      transcription fault - counted, never trusted as timing
             GO TO TIME-ONE-ITEM-EXIT
           END-IF.

           SET SW-ITEM-TIMED              TO TRUE.

           IF WS-LATENCY-SECS > WS-THRESHOLD-SECS
             SET SW-ITEM-BREACH           TO TRUE
           END-IF.

       TIME-ONE-ITEM-EXIT.
           EXIT.


       TALLY-BY-CLASS.
      *     Anything but an explicit urgent or bulk class was served
      *     as normal, and is reported there
           EVALUATE RS-PRIORITY
             WHEN '1'
               MOVE 1                     TO WS-CS-I
             WHEN '3'
               MOVE 3                     TO WS-CS-I
             WHEN OTHER
               MOVE 2                     TO WS-CS-I
           END-EVALUATE.

           ADD 1                          TO WS-CS-ITEMS(WS-CS-I).

           IF SW-ITEM-TIMED
             ADD 1                        TO WS-CS-TIMED(WS-CS-I)
             ADD WS-LATENCY-SECS          TO WS-CS-TOTAL-SECS(WS-CS-I)

             IF WS-LATENCY-SECS > WS-CS-WORST-SECS(WS-CS-I)
               MOVE WS-LATENCY-SECS       TO WS-CS-WORST-SECS(WS-CS-I)
             END-IF

             IF SW-ITEM-BREACH
               ADD 1                      TO WS-CS-BREACHES(WS-CS-I)
             END-IF
           END-IF.


       TALLY-BY-SERVER.
           IF RS-SERVER = SPACES OR LOW-VALUES
             MOVE 'AESQSERV'              TO WS-ITEM-SERVER
           ELSE
             MOVE RS-SERVER               TO WS-ITEM-SERVER
           END-IF.

           PERFORM VARYING WS-SV-I FROM 1 BY 1
             UNTIL WS-SV-I > WS-SV-COUNT
             OR WS-SV-NAME(WS-SV-I) = WS-ITEM-SERVER
             CONTINUE
           END-PERFORM.

           IF WS-SV-I > WS-SV-COUNT
             IF WS-SV-COUNT = 20
               DISPLAY 'AESQSLAR: MORE THAN 20 SERVER INSTANCES - '
                       'EXTRAS NOT SUMMARIZED'
               GO TO TALLY-BY-SERVER-EXIT
             END-IF

             ADD 1                        TO WS-SV-COUNT
             MOVE WS-ITEM-SERVER          TO WS-SV-NAME(WS-SV-I)
             MOVE 0                       TO WS-SV-ITEMS(WS-SV-I)
                                             WS-SV-TIMED(WS-SV-I)
                                             WS-SV-TOTAL-SECS(WS-SV-I)
                                             WS-SV-WORST-SECS(WS-SV-I)
                                             WS-SV-BREACHES(WS-SV-I)
           END-IF.

           ADD 1                          TO WS-SV-ITEMS(WS-SV-I).

           IF SW-ITEM-TIMED
             ADD 1                        TO WS-SV-TIMED(WS-SV-I)
             ADD WS-LATENCY-SECS          TO WS-SV-TOTAL-SECS(WS-SV-I)

             IF WS-LATENCY-SECS > WS-SV-WORST-SECS(WS-SV-I)
               MOVE WS-LATENCY-SECS       TO WS-SV-WORST-SECS(WS-SV-I)
             END-IF

             IF SW-ITEM-BREACH
               ADD 1                      TO WS-SV-BREACHES(WS-SV-I)
             END-IF
           END-IF.

       TALLY-BY-SERVER-EXIT.
           EXIT.


           PERFORM WRITE-REPORT-LINE.


       REPORT-ONE-CLASS.
           IF WS-CS-TIMED(WS-CS-I) > 0
             COMPUTE WS-AVG-SECS =
                 WS-CS-TOTAL-SECS(WS-CS-I) / WS-CS-TIMED(WS-CS-I)
           ELSE
             MOVE 0                       TO WS-AVG-SECS
           END-IF.

           STRING 'CLASS ' WS-CS-I ' '
                  ' ITEMS ' WS-CS-ITEMS(WS-CS-I)
                  ' TIMED ' WS-CS-TIMED(WS-CS-I)
                  ' AVG ' WS-AVG-SECS
                  ' WORST ' WS-CS-WORST-SECS(WS-CS-I)
                  ' BREACHES ' WS-CS-BREACHES(WS-CS-I)
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       REPORT-ONE-SERVER.
           IF WS-SV-TIMED(WS-SV-I) > 0
             COMPUTE WS-AVG-SECS =
                 WS-SV-TOTAL-SECS(WS-SV-I) / WS-SV-TIMED(WS-SV-I)
           ELSE
             MOVE 0                       TO WS-AVG-SECS
           END-IF.

           STRING WS-SV-NAME(WS-SV-I)
                  ' ITEMS ' WS-SV-ITEMS(WS-SV-I)
                  ' TIMED ' WS-SV-TIMED(WS-SV-I)
                  ' AVG ' WS-AVG-SECS
                  ' WORST ' WS-SV-WORST-SECS(WS-SV-I)
                  ' BREACHES ' WS-SV-BREACHES(WS-SV-I)
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.
