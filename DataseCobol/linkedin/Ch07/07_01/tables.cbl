      * DEFAULT 25 PERCENT) BEING FLAGGED. THE RANKING SORTS A
      * SEPARATE WORK TABLE SO THE READINGS TABLE KEEPS ITS
      * LOAD ORDER FOR THE COMPARISONS.
      * THE STATION MASTER STATIONS.DAT (CODE AS ON THE
      * READINGS, NAME, REGION, FIRST AND LAST YEAR OF THE
      * REFERENCE PERIOD, DROUGHT AND EXCESS THRESHOLDS IN
      * PERCENT OF NORMAL) GIVES EACH STATION ITS MONTHLY
      * NORMAL: THE AVERAGE OF THE MONTH OVER THE REFERENCE
      * YEARS READ. THE REPORT CLOSES WITH THE LATEST YEAR'S
      * MONTHS AS A PERCENTAGE OF THE NORMAL, A MONTH BELOW THE
      * DROUGHT THRESHOLD OR ABOVE THE EXCESS THRESHOLD BEING
      * FLAGGED (A ZERO THRESHOLD IS NOT APPLIED), AND WITH THE
      * STATIONS MISSING READINGS IN THAT YEAR UP TO ITS LATEST
      * MONTH READ. A MONTH NEVER READ PRINTS N/A, IS LEFT OUT
      * OF THE AVERAGE AND IS NOT COMPARED. WITHOUT A STATION
      * MASTER THE NORMALS SECTION IS SKIPPED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            FILE STATUS IS READINGS-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATIONFILE ASSIGN TO "STATIONS.DAT"
            FILE STATUS IS STATIONS-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD READINGSFILE.
      * MILLIMETERS, ONE IMPLIED DECIMAL: '01234' = 123.4
            02 RD-MM        PIC X(5).

       FD STATIONFILE.
       01 STATIONDETAILS.
            88 STATIONS-EOF VALUE HIGH-VALUES.
            02 ST-CODE      PIC X(15).
            02 ST-NAME      PIC X(30).
            02 ST-REGION    PIC X(2).
            02 ST-REF-FROM  PIC X(4).
            02 ST-REF-TO    PIC X(4).
      * PERCENT OF NORMAL: DROUGHT BELOW, EXCESS ABOVE
            02 ST-DRY-PCT   PIC X(3).
            02 ST-WET-PCT   PIC X(3).

       WORKING-STORAGE SECTION.
       01  READINGS-CHECK-KEY PIC XX.
       01  STATIONS-CHECK-KEY PIC XX.
       01  WS-REPORT-TITLE.
           05  FILLER     PIC X(20) VALUE SPACES.
           05  FILLER     PIC X(34)

      * ONE ENTRY PER STATION AND YEAR, FILLED AS THE
      * READINGS ARRIVE; A MONTH NEVER READ STAYS AT ZERO
       01  WS-SY-COUNT PIC 9(4) VALUE ZERO.
       01  WS-SY-TABLE.
           05  WS-SY-ENTRY OCCURS 2000 TIMES.
               10  WS-SY-STATION PIC X(15).
               10  WS-SY-YEAR    PIC 9(4).
               10  WS-SY-TOTAL   PIC 9(5)V9.
               10  WS-SY-AMT     PIC 999V9 OCCURS 12 TIMES.
               10  WS-SY-GOT     PIC X OCCURS 12 TIMES.
       01  WS-SY-IDX    PIC 9(4).
       01  WS-SY-IDX2   PIC 9(4).
       01  WS-SY-FOUND  PIC X.
           88  SY-FOUND     VALUE 'Y'.

      * DISTINCT YEARS OF THE FILE, KEPT ASCENDING
       01  WS-YEAR-COUNT PIC 99 VALUE ZERO.
       01  WS-YEAR-TABLE.
           05  WS-YEAR-LIST PIC 9(4) OCCURS 60 TIMES.
       01  WS-YEAR-IDX   PIC 99.
       01  WS-YEAR-IDX2  PIC 99.
       01  WS-YEAR-FOUND PIC X.
               10  WS-RNK-TOTAL  PIC 9(5)V9.

       01  WS-SEUIL-PCT     PIC 999 VALUE 25.
       01  WS-PRI-IDX       PIC 9(4).
       01  WS-PRI-TROUVE    PIC X.
           88  PRIOR-TROUVE     VALUE 'Y'.
       01  WS-DELTA         PIC S9(4)V9.
           05  FILLER        PIC X(2) VALUE SPACES.
           05  WS-RANK-TOTAL PIC ZZZZ9.9.

      * THE STATION MASTER, WITH THE SUM AND THE NUMBER OF
      * REFERENCE YEARS READ FOR EACH MONTH
       01  WS-ST-COUNT      PIC 99 VALUE ZERO.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 50 TIMES.
               10  WS-ST-CODE     PIC X(15).
               10  WS-ST-NAME     PIC X(30).
               10  WS-ST-REGION   PIC X(2).
               10  WS-ST-REF-FROM PIC 9(4).
               10  WS-ST-REF-TO   PIC 9(4).
               10  WS-ST-DRY-PCT  PIC 999.
               10  WS-ST-WET-PCT  PIC 999.
               10  WS-ST-NRM-SUM  PIC 9(6)V9 OCCURS 12 TIMES.
               10  WS-ST-NRM-NB   PIC 99 OCCURS 12 TIMES.
       01  WS-ST-IDX        PIC 99.
       01  WS-ST-FOUND      PIC X.
           88  ST-FOUND         VALUE 'Y'.
       01  WS-ST-LINE-NUM   PIC 9(5) VALUE ZERO.
       01  WS-ST-WANTED     PIC X(15).
       01  WS-NB-GOT        PIC 99.
       01  WS-LAST-MONTH    PIC 99 VALUE ZERO.
       01  WS-NORMAL        PIC 9(4)V99.
       01  WS-NORMAL-PCT    PIC 9(7).
       01  WS-MISS-NB       PIC 99.

       01  WS-NORMAL-TITLE.
           05  FILLER     PIC X(20) VALUE SPACES.
           05  FILLER     PIC X(33)
                VALUE 'MONTHS AGAINST THE NORMAL - YEAR '.
           05  WS-NRT-YEAR PIC 9(4).
       01  WS-NRM-STATION-LINE.
           05  WS-NRS-CODE   PIC X(15).
           05  FILLER        PIC X(1) VALUE SPACES.
           05  WS-NRS-NAME   PIC X(30).
           05  FILLER        PIC X(8) VALUE ' REGION '.
           05  WS-NRS-REGION PIC X(2).
           05  FILLER        PIC X(12) VALUE '  REFERENCE '.
           05  WS-NRS-FROM   PIC 9(4).
           05  FILLER        PIC X(1) VALUE '-'.
           05  WS-NRS-TO     PIC 9(4).
       01  WS-NRM-LINE.
           05  FILLER        PIC X(6) VALUE '   MON'.
           05  WS-NRM-MON    PIC Z9.
           05  FILLER        PIC X(7) VALUE '  READ '.
           05  WS-NRM-READ   PIC ZZZ9.9.
           05  WS-NRM-READ-X REDEFINES WS-NRM-READ PIC X(6).
           05  FILLER        PIC X(9) VALUE '  NORMAL '.
           05  WS-NRM-NORM   PIC ZZZ9.9.
           05  WS-NRM-NORM-X REDEFINES WS-NRM-NORM PIC X(6).
           05  FILLER        PIC X(2) VALUE SPACES.
           05  WS-NRM-PCT    PIC ZZZZZZ9.
           05  WS-NRM-PCT-X  REDEFINES WS-NRM-PCT PIC X(7).
           05  FILLER        PIC X(3) VALUE ' % '.
           05  WS-NRM-FLAG   PIC X(20).
       01  WS-MISS-TITLE.
           05  FILLER     PIC X(20) VALUE SPACES.
           05  FILLER     PIC X(38)
                VALUE 'STATIONS WITH MISSING READINGS - YEAR '.
           05  WS-MST-YEAR PIC 9(4).
           05  FILLER     PIC X(15) VALUE ' THROUGH MONTH '.
           05  WS-MST-MONTH PIC 99.
       01  WS-MISS-LINE.
           05  WS-MSL-STATION PIC X(15).
           05  FILLER         PIC X(12) VALUE ' NO READING:'.
           05  WS-MSL-TEXT.
               07  WS-MSL-MONTH OCCURS 12 TIMES.
                   09  FILLER     PIC X.
                   09  WS-MSL-MM  PIC XX.

       LINKAGE SECTION.
       01  LK-PARM-SEUIL.
           05  LK-PARM-LEN      PIC S9(4) COMP.
           END-IF.
           PERFORM 0180-SORT-YEARS.

      * THE STATION MASTER IS OPTIONAL: WITHOUT IT THE
      * NORMALS SECTION IS SKIPPED.
           OPEN INPUT STATIONFILE.
           IF STATIONS-CHECK-KEY = "00"
              READ STATIONFILE
                 AT END SET STATIONS-EOF TO TRUE
              END-READ
              PERFORM 0170-LOAD-STATION UNTIL STATIONS-EOF
              CLOSE STATIONFILE
              DISPLAY "STATIONS ON MASTER " WS-ST-COUNT
           ELSE
              DISPLAY "NO STATION MASTER - NO NORMALS"
           END-IF.
           PERFORM 0190-ADD-TO-NORMALS
              VARYING WS-SY-IDX FROM 1 BY 1
              UNTIL WS-SY-IDX > WS-SY-COUNT.

           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
              UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
              MOVE WS-YEAR-LIST(WS-YEAR-IDX) TO WS-CUR-YEAR
                 PERFORM 0600-PRINT-COMPARISON
              END-IF
           END-PERFORM.
      * THE LATEST YEAR OF THE FILE AGAINST THE NORMALS, AND
      * ITS GAPS UP TO THE LATEST MONTH READ THAT YEAR
           MOVE WS-YEAR-LIST(WS-YEAR-COUNT) TO WS-CUR-YEAR.
           MOVE ZERO TO WS-LAST-MONTH.
           PERFORM 0195-NOTE-LAST-MONTH
              VARYING WS-SY-IDX FROM 1 BY 1
              UNTIL WS-SY-IDX > WS-SY-COUNT.
           IF WS-ST-COUNT > ZERO
              PERFORM 0700-PRINT-NORMALS
           END-IF.
           PERFORM 0800-PRINT-MISSING.
           IF WS-NB-REJETS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF SY-FOUND
              PERFORM 0156-APPLY-READING
           ELSE
              IF WS-SY-COUNT >= 2000
                 DISPLAY "REJECT LINE " WS-LINE-NUM
                    " - STATION/YEAR TABLE FULL"
                 ADD 1 TO WS-NB-REJETS
                 MOVE 'Y' TO WS-YEAR-FOUND
              END-IF
           END-PERFORM.
           IF NOT YEAR-FOUND AND WS-YEAR-COUNT < 60
              ADD 1 TO WS-YEAR-COUNT
              MOVE WS-RD-YEAR
                 TO WS-YEAR-LIST(WS-YEAR-COUNT)
           END-READ.
       0160-END.

      * ONE STATION PER LINE: CODE PRESENT AND NOT ALREADY
      * ON THE MASTER, NUMERIC YEARS AND THRESHOLDS, A
      * REFERENCE PERIOD THAT DOES NOT RUN BACKWARDS.
       0170-LOAD-STATION.
           ADD 1 TO WS-ST-LINE-NUM.
           MOVE ST-CODE TO WS-ST-WANTED.
           PERFORM 0185-FIND-STATION.
           EVALUATE TRUE
              WHEN ST-CODE = SPACES
                 DISPLAY "REJECT STATION LINE " WS-ST-LINE-NUM
                    " - STATION CODE MISSING"
                 ADD 1 TO WS-NB-REJETS
              WHEN ST-FOUND
                 DISPLAY "REJECT STATION LINE " WS-ST-LINE-NUM
                    " - STATION ALREADY ON MASTER"
                 ADD 1 TO WS-NB-REJETS
              WHEN ST-REF-FROM NOT NUMERIC
                 OR ST-REF-TO NOT NUMERIC
                 OR ST-DRY-PCT NOT NUMERIC
                 OR ST-WET-PCT NOT NUMERIC
                 DISPLAY "REJECT STATION LINE " WS-ST-LINE-NUM
                    " - NON-NUMERIC YEARS OR THRESHOLDS"
                 ADD 1 TO WS-NB-REJETS
              WHEN ST-REF-FROM > ST-REF-TO
                 DISPLAY "REJECT STATION LINE " WS-ST-LINE-NUM
                    " - REFERENCE PERIOD ENDS BEFORE IT STARTS"
                 ADD 1 TO WS-NB-REJETS
              WHEN WS-ST-COUNT >= 50
                 DISPLAY "REJECT STATION LINE " WS-ST-LINE-NUM
                    " - STATION MASTER TABLE FULL"
                 ADD 1 TO WS-NB-REJETS
              WHEN OTHER
                 ADD 1 TO WS-ST-COUNT
                 MOVE ST-CODE TO WS-ST-CODE(WS-ST-COUNT)
                 MOVE ST-NAME TO WS-ST-NAME(WS-ST-COUNT)
                 MOVE ST-REGION TO WS-ST-REGION(WS-ST-COUNT)
                 MOVE ST-REF-FROM TO WS-ST-REF-FROM(WS-ST-COUNT)
                 MOVE ST-REF-TO TO WS-ST-REF-TO(WS-ST-COUNT)
                 MOVE ST-DRY-PCT TO WS-ST-DRY-PCT(WS-ST-COUNT)
                 MOVE ST-WET-PCT TO WS-ST-WET-PCT(WS-ST-COUNT)
                 PERFORM 0175-CLEAR-NORMAL
                    VARYING WS-MONTH FROM 1 BY 1
                    UNTIL WS-MONTH = 13
           END-EVALUATE.
           READ STATIONFILE
              AT END SET STATIONS-EOF TO TRUE
           END-READ.
       0170-END.

       0175-CLEAR-NORMAL.
           MOVE ZERO TO WS-ST-NRM-SUM(WS-ST-COUNT WS-MONTH).
           MOVE ZERO TO WS-ST-NRM-NB(WS-ST-COUNT WS-MONTH).
       0175-END.

       0185-FIND-STATION.
           MOVE 'N' TO WS-ST-FOUND.
           MOVE 1 TO WS-ST-IDX.
           PERFORM 0186-SCAN-ONE-STATION
              UNTIL ST-FOUND OR WS-ST-IDX > WS-ST-COUNT.
       0185-END.

       0186-SCAN-ONE-STATION.
           IF WS-ST-CODE(WS-ST-IDX) = WS-ST-WANTED
              SET ST-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-ST-IDX
           END-IF.
       0186-END.

      * A STATION-YEAR INSIDE ITS STATION'S REFERENCE PERIOD
      * ADDS EACH MONTH ACTUALLY READ TO THE NORMALS
       0190-ADD-TO-NORMALS.
           MOVE WS-SY-STATION(WS-SY-IDX) TO WS-ST-WANTED.
           PERFORM 0185-FIND-STATION.
           IF ST-FOUND
              AND WS-SY-YEAR(WS-SY-IDX) >= WS-ST-REF-FROM(WS-ST-IDX)
              AND WS-SY-YEAR(WS-SY-IDX) <= WS-ST-REF-TO(WS-ST-IDX)
              PERFORM 0191-ADD-ONE-MONTH
                 VARYING WS-MONTH FROM 1 BY 1
                 UNTIL WS-MONTH = 13
           END-IF.
       0190-END.

       0191-ADD-ONE-MONTH.
           IF WS-SY-GOT(WS-SY-IDX WS-MONTH) = 'Y'
              ADD WS-SY-AMT(WS-SY-IDX WS-MONTH)
                 TO WS-ST-NRM-SUM(WS-ST-IDX WS-MONTH)
              ADD 1 TO WS-ST-NRM-NB(WS-ST-IDX WS-MONTH)
           END-IF.
       0191-END.

       0195-NOTE-LAST-MONTH.
           IF WS-SY-YEAR(WS-SY-IDX) = WS-CUR-YEAR
              PERFORM 0196-NOTE-ONE-MONTH
                 VARYING WS-MONTH FROM 1 BY 1
                 UNTIL WS-MONTH = 13
           END-IF.
       0195-END.

       0196-NOTE-ONE-MONTH.
           IF WS-SY-GOT(WS-SY-IDX WS-MONTH) = 'Y'
              AND WS-MONTH > WS-LAST-MONTH
              MOVE WS-MONTH TO WS-LAST-MONTH
           END-IF.
       0196-END.

       0180-SORT-YEARS.
           PERFORM VARYING WS-PASS FROM 1 BY 1
              UNTIL WS-PASS >= WS-YEAR-COUNT

       0210-PRINT-STATION-LINE.
           MOVE WS-SY-STATION(WS-SY-IDX) TO WS-DET-STATION.
           MOVE ZERO TO WS-NB-GOT.
           PERFORM 0215-EDIT-ONE-MONTH
              VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH = 13.
      * THE AVERAGE IS OVER THE MONTHS ACTUALLY READ
           MOVE ZERO TO WS-YTD-AVG.
           IF WS-NB-GOT > ZERO
              COMPUTE WS-YTD-AVG ROUNDED =
                 WS-SY-TOTAL(WS-SY-IDX) / WS-NB-GOT
           END-IF.
           MOVE WS-SY-TOTAL(WS-SY-IDX) TO WS-DET-TOTAL.
           MOVE WS-YTD-AVG TO WS-DET-AVG.
           DISPLAY WS-DETAIL-LINE.
       0210-END.

       0215-EDIT-ONE-MONTH.
           IF WS-SY-GOT(WS-SY-IDX WS-MONTH) = 'Y'
              MOVE WS-SY-AMT(WS-SY-IDX WS-MONTH)
                 TO WS-DET-RAIN(WS-MONTH)
              ADD 1 TO WS-NB-GOT
           ELSE
              MOVE '    N/A' TO WS-DET-AMT(WS-MONTH)
           END-IF.
       0215-END.

       0400-RANK-STATIONS.
           MOVE ZERO TO WS-RANK-COUNT.
           PERFORM VARYING WS-SY-IDX FROM 1 BY 1
              - WS-SY-AMT(WS-PRI-IDX WS-MONTH).
           MOVE WS-DELTA TO WS-CMP-DLT.
           MOVE SPACES TO WS-CMP-FLAG.
           IF WS-SY-GOT(WS-SY-IDX WS-MONTH) NOT = 'Y'
              OR WS-SY-GOT(WS-PRI-IDX WS-MONTH) NOT = 'Y'
              MOVE '** MISSING *' TO WS-CMP-FLAG
           ELSE
           IF WS-SY-AMT(WS-PRI-IDX WS-MONTH) > ZERO
              COMPUTE WS-ECART-PCT ROUNDED =
                 WS-DELTA * 100
              IF WS-DELTA > ZERO
                 MOVE '** UNUSUAL *' TO WS-CMP-FLAG
              END-IF
           END-IF
           END-IF.
           DISPLAY WS-COMP-LINE.
       0620-END.

      * EACH STATION OF THE MASTER, MONTH BY MONTH UP TO THE
      * LATEST MONTH READ IN THE YEAR; THEN THE STATIONS READ
      * THAT YEAR BUT NOT ON THE MASTER.
       0700-PRINT-NORMALS.
           MOVE WS-CUR-YEAR TO WS-NRT-YEAR.
           DISPLAY SPACE.
           DISPLAY WS-NORMAL-TITLE.
           PERFORM 0710-NORMAL-STATION
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-COUNT.
           PERFORM 0740-CHECK-ON-MASTER
              VARYING WS-SY-IDX FROM 1 BY 1
              UNTIL WS-SY-IDX > WS-SY-COUNT.
       0700-END.

       0710-NORMAL-STATION.
           MOVE WS-ST-CODE(WS-ST-IDX) TO WS-NRS-CODE.
           MOVE WS-ST-NAME(WS-ST-IDX) TO WS-NRS-NAME.
           MOVE WS-ST-REGION(WS-ST-IDX) TO WS-NRS-REGION.
           MOVE WS-ST-REF-FROM(WS-ST-IDX) TO WS-NRS-FROM.
           MOVE WS-ST-REF-TO(WS-ST-IDX) TO WS-NRS-TO.
           DISPLAY WS-NRM-STATION-LINE.
           PERFORM 0720-FIND-CURRENT-YEAR.
           IF SY-FOUND
              PERFORM 0730-NORMAL-MONTH
                 VARYING WS-MONTH FROM 1 BY 1
                 UNTIL WS-MONTH > WS-LAST-MONTH
           ELSE
              DISPLAY "   NO READINGS IN " WS-CUR-YEAR
           END-IF.
       0710-END.

       0720-FIND-CURRENT-YEAR.
           MOVE 'N' TO WS-SY-FOUND.
           MOVE 1 TO WS-SY-IDX.
           PERFORM 0725-SCAN-ONE-SY
              UNTIL SY-FOUND OR WS-SY-IDX > WS-SY-COUNT.
       0720-END.

       0725-SCAN-ONE-SY.
           IF WS-SY-STATION(WS-SY-IDX) = WS-ST-CODE(WS-ST-IDX)
              AND WS-SY-YEAR(WS-SY-IDX) = WS-CUR-YEAR
              SET SY-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-SY-IDX
           END-IF.
       0725-END.

      * NO NORMAL WHEN NO REFERENCE YEAR HAS THE MONTH; A
      * ZERO NORMAL GIVES NO PERCENTAGE, ANY RAIN IS EXCESS.
       0730-NORMAL-MONTH.
           MOVE WS-MONTH TO WS-NRM-MON.
           MOVE SPACES TO WS-NRM-FLAG.
           MOVE SPACES TO WS-NRM-PCT-X.
           IF WS-ST-NRM-NB(WS-ST-IDX WS-MONTH) = ZERO
              MOVE ZERO TO WS-NORMAL
              MOVE '   N/A' TO WS-NRM-NORM-X
              MOVE 'NO NORMAL' TO WS-NRM-FLAG
           ELSE
              COMPUTE WS-NORMAL ROUNDED =
                 WS-ST-NRM-SUM(WS-ST-IDX WS-MONTH)
                 / WS-ST-NRM-NB(WS-ST-IDX WS-MONTH)
              MOVE WS-NORMAL TO WS-NRM-NORM
           END-IF.
           IF WS-SY-GOT(WS-SY-IDX WS-MONTH) NOT = 'Y'
              MOVE '   N/A' TO WS-NRM-READ-X
              MOVE 'MISSING' TO WS-NRM-FLAG
           ELSE
              MOVE WS-SY-AMT(WS-SY-IDX WS-MONTH) TO WS-NRM-READ
              IF WS-ST-NRM-NB(WS-ST-IDX WS-MONTH) > ZERO
                 PERFORM 0735-RATE-AGAINST-NORMAL
              END-IF
           END-IF.
           DISPLAY WS-NRM-LINE.
       0730-END.

       0735-RATE-AGAINST-NORMAL.
           IF WS-NORMAL = ZERO
              IF WS-SY-AMT(WS-SY-IDX WS-MONTH) > ZERO
                 AND WS-ST-WET-PCT(WS-ST-IDX) > ZERO
                 MOVE '** EXCESS **' TO WS-NRM-FLAG
              END-IF
           ELSE
              COMPUTE WS-NORMAL-PCT ROUNDED =
                 WS-SY-AMT(WS-SY-IDX WS-MONTH) * 100 / WS-NORMAL
              MOVE WS-NORMAL-PCT TO WS-NRM-PCT
              IF WS-ST-DRY-PCT(WS-ST-IDX) > ZERO
                 AND WS-NORMAL-PCT < WS-ST-DRY-PCT(WS-ST-IDX)
                 MOVE '** DROUGHT **' TO WS-NRM-FLAG
              END-IF
              IF WS-ST-WET-PCT(WS-ST-IDX) > ZERO
                 AND WS-NORMAL-PCT > WS-ST-WET-PCT(WS-ST-IDX)
                 MOVE '** EXCESS **' TO WS-NRM-FLAG
              END-IF
           END-IF.
       0735-END.

       0740-CHECK-ON-MASTER.
           IF WS-SY-YEAR(WS-SY-IDX) = WS-CUR-YEAR
              MOVE WS-SY-STATION(WS-SY-IDX) TO WS-ST-WANTED
              PERFORM 0185-FIND-STATION
              IF NOT ST-FOUND
                 DISPLAY WS-SY-STATION(WS-SY-IDX)
                    " NOT ON STATION MASTER - NO NORMAL"
              END-IF
           END-IF.
       0740-END.

      * THE STATIONS READ IN THE YEAR WITH A GAP BEFORE ITS
      * LATEST MONTH READ, THEN THE MASTER STATIONS NOT READ
      * AT ALL THAT YEAR
       0800-PRINT-MISSING.
           MOVE WS-CUR-YEAR TO WS-MST-YEAR.
           MOVE WS-LAST-MONTH TO WS-MST-MONTH.
           DISPLAY SPACE.
           DISPLAY WS-MISS-TITLE.
           PERFORM 0810-MISSING-STATION
              VARYING WS-SY-IDX FROM 1 BY 1
              UNTIL WS-SY-IDX > WS-SY-COUNT.
           PERFORM 0830-MASTER-NOT-READ
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-COUNT.
       0800-END.

       0810-MISSING-STATION.
           IF WS-SY-YEAR(WS-SY-IDX) = WS-CUR-YEAR
              MOVE SPACES TO WS-MSL-TEXT
              MOVE ZERO TO WS-MISS-NB
              PERFORM 0820-MISSING-MONTH
                 VARYING WS-MONTH FROM 1 BY 1
                 UNTIL WS-MONTH > WS-LAST-MONTH
              IF WS-MISS-NB > ZERO
                 MOVE WS-SY-STATION(WS-SY-IDX) TO WS-MSL-STATION
                 DISPLAY WS-MISS-LINE
              END-IF
           END-IF.
       0810-END.

       0820-MISSING-MONTH.
           IF WS-SY-GOT(WS-SY-IDX WS-MONTH) NOT = 'Y'
              ADD 1 TO WS-MISS-NB
              MOVE WS-MONTH TO WS-MSL-MM(WS-MISS-NB)
           END-IF.
       0820-END.

       0830-MASTER-NOT-READ.
           PERFORM 0720-FIND-CURRENT-YEAR.
           IF NOT SY-FOUND
              MOVE WS-ST-CODE(WS-ST-IDX) TO WS-MSL-STATION
              MOVE SPACES TO WS-MSL-TEXT
              MOVE ' NONE IN THE YEAR' TO WS-MSL-TEXT
              DISPLAY WS-MISS-LINE
           END-IF.
       0830-END.

       0300-STOP-RUN.

           STOP RUN.
