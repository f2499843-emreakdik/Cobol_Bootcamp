       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PBVDORM.
       AUTHOR. Yunus Emre Akdik.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY
                           STATUS ST-IDXFILE.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CUS-ID
                           STATUS ST-CUSFILE.
           SELECT DPR-FILE ASSIGN TO DPRFILE
                           STATUS ST-DPRFILE.
           SELECT DTR-FILE ASSIGN TO DTRFILE
                           STATUS ST-DTRFILE.
           SELECT LTR-FILE ASSIGN TO LTRFILE
                           STATUS ST-LTRFILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUDFILE.
           SELECT BAU-FILE ASSIGN TO BAUFILE
                           STATUS ST-BAUFILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPTFILE.
           SELECT PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRMFILE.
           SELECT SRT-FILE ASSIGN TO SRTWORK.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD IDX-FILE.
       01 IDX-REC.
           03 IDX-KEY.
              05 IDX-ID            PIC S9(5) COMP-3.
              05 IDX-DVZ           PIC S9(3) COMP.
           03 IDX-NAME       PIC X(30).
           03 IDX-DATE       PIC S9(7) COMP-3.
           03 IDX-BALANCE    PIC S9(15) COMP-3.
           03 IDX-STATUS     PIC X(01).
              88 IDX-ACTIVE        VALUE "A" " ".
              88 IDX-FROZEN        VALUE "F".
              88 IDX-CLOSED        VALUE "C".
              88 IDX-DORMANT       VALUE "D".
           03 IDX-STATUS-DATE PIC S9(7) COMP-3.
       FD CUS-FILE.
       01 CUS-REC.
           03 CUS-ID         PIC S9(5) COMP-3.
           03 CUS-DATA.
              05 CUS-FULL-NAME     PIC X(60).
              05 CUS-ADDR-LINE-1   PIC X(40).
              05 CUS-ADDR-LINE-2   PIC X(40).
              05 CUS-CITY          PIC X(30).
              05 CUS-POSTCODE      PIC X(10).
              05 CUS-COUNTRY       PIC X(03).
              05 CUS-TAX-ID        PIC X(15).
              05 CUS-BIRTH-DATE    PIC 9(08).
              05 CUS-DELIVERY      PIC X(01).
              05 CUS-EMAIL         PIC X(50).
              05 CUS-MAINT-DATE    PIC 9(08).
              05 CUS-TAX-EXEMPT    PIC X(01).
       FD DPR-FILE RECORDING MODE F.
       01 DPR-REC.
           03 DPR-DVZ            PIC 9(03).
           03 DPR-WARN-DAYS      PIC 9(05).
           03 DPR-DORMANT-DAYS   PIC 9(05).
       FD DTR-FILE RECORDING MODE F.
       01 DTR-REC.
           03 DTR-ACTION     PIC X(01).
           03 DTR-ID         PIC 9(05).
           03 DTR-DVZ        PIC 9(03).
           03 DTR-NAME       PIC X(30).
           03 DTR-DATE       PIC 9(07).
           03 DTR-BALANCE    PIC S9(15).
           03 DTR-STATUS     PIC X(01).
       01 DTR-HDR-REC.
           03 DTR-HDR-TAG          PIC X(03).
           03 DTR-HDR-FILE-ID      PIC X(08).
           03 DTR-HDR-CREATE-DATE  PIC 9(08).
           03 DTR-HDR-PROGRAM      PIC X(08).
       01 DTR-TRL-REC.
           03 DTR-TRL-TAG          PIC X(03).
           03 DTR-TRL-CT-RECORDS   PIC 9(09).
           03 DTR-TRL-HASH-BALANCE PIC S9(17).
       FD LTR-FILE RECORDING MODE F.
       01 LTR-REC            PIC X(132).
       FD AUD-FILE RECORDING MODE F.
       01 AUD-REC.
           03 AUD-ACTION          PIC X(01).
           03 AUD-ID              PIC 9(05).
           03 AUD-DVZ             PIC 9(03).
           03 AUD-BEFORE-NAME     PIC X(30).
           03 AUD-BEFORE-DATE     PIC S9(7).
           03 AUD-BEFORE-BALANCE  PIC S9(15).
           03 AUD-BEFORE-STATUS   PIC X(01).
           03 AUD-BEFORE-STATUS-DATE PIC S9(7).
           03 AUD-AFTER-NAME      PIC X(30).
           03 AUD-AFTER-DATE      PIC S9(7).
           03 AUD-AFTER-BALANCE   PIC S9(15).
           03 AUD-AFTER-STATUS    PIC X(01).
           03 AUD-AFTER-STATUS-DATE  PIC S9(7).
           03 AUD-RESULT-CODE     PIC X(04).
              88 AUD-WAS-CHANGED      VALUE "CHGD".
              88 AUD-WAS-STATUSED     VALUE "STSD".
              88 AUD-WAS-PARKED       VALUE "PEND".
           03 AUD-RESULT-TEXT     PIC X(40).
       FD BAU-FILE RECORDING MODE F.
       01 BAU-REC.
           03 BAU-ID             PIC 9(5).
           03 BAU-DVZ            PIC 9(3).
           03 BAU-PRE-BALANCE    PIC S9(15).
           03 BAU-BONUS-AMOUNT   PIC S9(15).
           03 BAU-POST-BALANCE   PIC S9(15).
       01 BAU-HDR-REC.
           03 BAU-HDR-TAG          PIC X(03).
           03 BAU-HDR-FILE-ID      PIC X(08).
           03 BAU-HDR-CREATE-DATE  PIC 9(08).
           03 BAU-HDR-PROGRAM      PIC X(08).
       01 BAU-TRL-REC.
           03 BAU-TRL-TAG          PIC X(03).
           03 BAU-TRL-CT-RECORDS   PIC 9(09).
           03 BAU-TRL-HASH-BALANCE PIC S9(17).
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC            PIC X(132).
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           03 PRM-BUSINESS-DATE  PIC 9(08).
       SD SRT-FILE.
       01 SRT-REC.
           03 SRT-ID             PIC 9(05).
           03 SRT-DVZ            PIC 9(03).
           03 SRT-SOURCE         PIC X(01).
           03 SRT-NAME           PIC X(30).
           03 SRT-DATE           PIC 9(07).
           03 SRT-AMOUNT         PIC S9(15).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           03 ST-IDXFILE         PIC 9(2).
               88 IDX-EOF              VALUE 10.
               88 IDX-OK               VALUE 0 97.
               88 IDX-NF               VALUE 23 35.
           03 ST-CUSFILE         PIC 9(2).
               88 CUS-OK               VALUE 0 97.
               88 CUS-NF               VALUE 23 35.
           03 ST-DPRFILE         PIC 9(2).
               88 DPR-EOF              VALUE 10.
               88 DPR-OK               VALUE 0 97.
               88 DPR-NF               VALUE 23 35.
           03 ST-DTRFILE         PIC 9(2).
               88 DTR-OK               VALUE 0 97.
               88 DTR-NF               VALUE 23 35.
           03 ST-LTRFILE         PIC 9(2).
               88 LTR-OK               VALUE 0 97.
               88 LTR-NF               VALUE 23 35.
           03 ST-AUDFILE         PIC 9(2).
               88 AUD-EOF              VALUE 10.
               88 AUD-OK               VALUE 0 97.
               88 AUD-NF               VALUE 23 35.
               88 AUD-ABSENT           VALUE 35.
           03 ST-BAUFILE         PIC 9(2).
               88 BAU-EOF              VALUE 10.
               88 BAU-OK               VALUE 0 97.
               88 BAU-NF               VALUE 23 35.
           03 ST-RPTFILE         PIC 9(2).
               88 RPT-OK               VALUE 0 97.
               88 RPT-NF               VALUE 23 35.
           03 ST-PRMFILE         PIC 9(2).
               88 PRM-OK               VALUE 0 97.
               88 PRM-NF               VALUE 23 35.
       01 WS-DPR-TABLE.
           03 WS-DPR-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
           03 WS-DPR-ENTRY OCCURS 100 TIMES INDEXED BY WS-DPR-IDX.
              05 WS-DPR-DVZ        PIC 9(03).
              05 WS-DPR-WARN       PIC 9(05).
              05 WS-DPR-DORMANT    PIC 9(05).
       77 WS-DPR-SW           PIC X(01).
           88 PERIOD-FOUND            VALUE "Y".
           88 PERIOD-NOT-FOUND        VALUE "N".
       01 BC-PARM.
           03 BC-REQUEST         PIC X(01).
           03 BC-DATE            PIC 9(08).
           03 BC-RESULT-DATE     PIC 9(08).
           03 BC-DAY-SW          PIC X(01).
              88 BC-BUSINESS-DAY      VALUE "B".
              88 BC-NON-BUSINESS-DAY  VALUE "N".
           03 BC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       77 WS-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       77 WS-PREV-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       77 WS-BUSINESS-INT-DATE PIC 9(7) COMP-3 VALUE ZERO.
       77 WS-BUSINESS-JULIAN  PIC 9(7) VALUE ZERO.
       77 WS-DAYS-SINCE-PREV  PIC S9(5) COMP-3 VALUE ZERO.
       77 WS-LAST-ACTIVITY    PIC S9(7) COMP-3 VALUE ZERO.
       77 WS-LAST-INT-DATE    PIC 9(7) COMP-3 VALUE ZERO.
       77 WS-LAST-GREG-DATE   PIC 9(8) VALUE ZERO.
       77 WS-DORMANT-FROM     PIC 9(8) VALUE ZERO.
       77 WS-INACTIVE-DAYS    PIC S9(7) COMP-3 VALUE ZERO.
       77 WS-PREV-INACTIVE-DAYS PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-DATE-AREA.
           03 WS-DATE-DISPLAY    PIC 9(7).
       01 WS-DATE-FIELDS REDEFINES WS-DATE-AREA.
           03 WS-DATE-YYYY       PIC 9(4).
           03 WS-DATE-DDD        PIC 9(3).
       77 WS-DATE-SW          PIC X(01).
           88 DATE-IS-VALID           VALUE "Y".
           88 DATE-IS-INVALID         VALUE "N".
       77 WS-SRT-EOF-SW       PIC X(01) VALUE "N".
           88 SRT-DONE                VALUE "Y".
           88 SRT-MORE                VALUE "N".
       77 WS-SEG-SW           PIC X(01) VALUE "N".
           88 SEGMENT-OPEN            VALUE "Y".
           88 SEGMENT-CLOSED          VALUE "N".
       77 WS-HDR-SEEN-SW      PIC X(01) VALUE "N".
           88 BAU-HEADER-SEEN         VALUE "Y".
           88 BAU-HEADER-NOT-SEEN     VALUE "N".
       77 WS-SEG-SOURCE       PIC X(08) VALUE SPACES.
           88 SEGMENT-IS-SYSTEM-RUN   VALUE "PBVFEE" "PBVCAP".
       77 WS-GRP-SW           PIC X(01).
           88 GROUP-IS-DORMANT        VALUE "Y".
           88 GROUP-NOT-DORMANT       VALUE "N".
       77 WS-GRP-ID           PIC 9(05).
       77 WS-GRP-DVZ          PIC 9(03).
       77 WS-GRP-NAME         PIC X(30).
       77 WS-GRP-SINCE        PIC 9(07).
       77 WS-GRP-BALANCE      PIC S9(15) COMP-3.
       77 WS-GRP-AUD-COUNT    PIC 9(7) COMP-3.
       77 WS-GRP-BAU-COUNT    PIC 9(7) COMP-3.
       77 WS-GRP-BAU-AMOUNT   PIC S9(17) COMP-3.
       77 CT-SEG-DETAILS      PIC 9(9)   COMP-3 VALUE ZERO.
       77 CT-SEG-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-IDX-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-NOT-ELIGIBLE     PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-NO-PERIOD        PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BAD-DATE         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-NOTICES          PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-DTR-WRITTEN      PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-DTR-HASH         PIC S9(17) COMP-3 VALUE ZERO.
       77 CT-ALREADY-DORMANT  PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-AUD-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-BAU-READ         PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-REACTIVATIONS    PIC 9(7)   COMP-3 VALUE ZERO.
       77 CT-NO-MASTER        PIC 9(7)   COMP-3 VALUE ZERO.
       01 RC-PARM.
           03 RC-REQUEST         PIC X(01).
           03 RC-PROGRAM         PIC X(08) VALUE "PBVDORM".
           03 RC-LOCK-MODE       PIC X(01) VALUE "C".
           03 RC-FILES           PIC X(40) VALUE
              "IDXFILE CUSFILE AUDFILE BAUFILE DTRFILE".
           03 RC-COUNT-1         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-2         PIC 9(07) VALUE ZERO.
           03 RC-COUNT-3         PIC 9(07) VALUE ZERO.
           03 RC-RETURN-CODE     PIC 9(02) VALUE ZERO.
       77 WS-LINE-COUNT       PIC 9(3) COMP-3 VALUE 99.
       77 WS-PAGE-COUNT       PIC 9(5) COMP-3 VALUE ZERO.
       77 WS-LINES-PER-PAGE   PIC 9(3) COMP-3 VALUE 55.
       77 WS-PRINT-LINE       PIC X(132).
       01 WS-CURRENT-DATE.
           03 WS-RUN-YYYY        PIC 9(4).
           03 WS-RUN-MM          PIC 9(2).
           03 WS-RUN-DD          PIC 9(2).
           03 FILLER             PIC X(13).
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE.
           03 WS-CURRENT-YYYYMMDD PIC 9(8).
           03 FILLER              PIC X(13).
       01 WS-BUS-DATE-AREA.
           03 WS-BUS-YYYY        PIC 9(4).
           03 WS-BUS-MM          PIC 9(2).
           03 WS-BUS-DD          PIC 9(2).
       01 WS-BUS-DATE-N REDEFINES WS-BUS-DATE-AREA.
           03 WS-BUS-YYYYMMDD    PIC 9(8).
       01 WS-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVDORM".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "DORMANCY PROCESSING REPORT".
           03 FILLER             PIC X(10) VALUE "BUS DATE: ".
           03 WS-HEAD1-YYYY      PIC 9(4).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-MM        PIC 9(2).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-HEAD1-DD        PIC 9(2).
           03 FILLER             PIC X(6)  VALUE "  PAGE".
           03 WS-HEAD1-PAGE      PIC ZZZZ9.
       01 WS-HEAD2.
           03 FILLER             PIC X(10) VALUE "STAGE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(9)  VALUE "ID    DVZ".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(30) VALUE "NAME".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(8)  VALUE "DATE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(6)  VALUE "  DAYS".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(17) VALUE "          BALANCE".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(5)  VALUE "  AUD".
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 FILLER             PIC X(5)  VALUE "  BAU".
       01 WS-HEAD3.
           03 FILLER             PIC X(16) VALUE "BUSINESS DATE: ".
           03 WS-HEAD3-DATE      PIC 9(8).
           03 FILLER             PIC X(24) VALUE
              "  PREVIOUS BUSINESS DAY ".
           03 WS-HEAD3-PREV      PIC 9(8).
       01 WS-DETAIL.
           03 WS-DET-STAGE       PIC X(10).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-ID          PIC 9(05).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-DET-DVZ         PIC 9(03).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-NAME        PIC X(30).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-DATE        PIC 9(08).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-DAYS        PIC ZZZZZ9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-BALANCE     PIC Z(15)9-.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-AUD         PIC ZZZZ9.
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-DET-BAU         PIC ZZZZ9.
       01 WS-LTR-HEAD1.
           03 FILLER             PIC X(10) VALUE "PBVDORM".
           03 FILLER             PIC X(25) VALUE SPACES.
           03 FILLER             PIC X(36) VALUE
              "ACCOUNT INACTIVITY NOTICE".
           03 FILLER             PIC X(10) VALUE "DATE:     ".
           03 WS-LTR-YYYY        PIC 9(4).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-LTR-MM          PIC 9(2).
           03 FILLER             PIC X(1)  VALUE "/".
           03 WS-LTR-DD          PIC 9(2).
       01 WS-LTR-HEAD2.
           03 FILLER             PIC X(10) VALUE "CUSTOMER: ".
           03 WS-LTR-ID          PIC 9(05).
           03 FILLER             PIC X(2)  VALUE SPACES.
           03 WS-LTR-NAME        PIC X(60).
       01 WS-LTR-ADDR.
           03 FILLER             PIC X(17) VALUE SPACES.
           03 WS-LTR-ADDR-TEXT   PIC X(60).
       01 WS-LTR-CITY.
           03 FILLER             PIC X(17) VALUE SPACES.
           03 WS-LTR-CITY-NAME   PIC X(30).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-LTR-POSTCODE    PIC X(10).
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-LTR-COUNTRY     PIC X(03).
       01 WS-LTR-NO-MASTER   PIC X(60) VALUE
           "*** NO CUSTOMER MASTER - ADDRESS NOT ON FILE ***".
       01 WS-LTR-DVZ-LINE.
           03 FILLER             PIC X(24) VALUE
              "ACCOUNT CURRENCY.......:".
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-LTR-DVZ         PIC 9(03).
       01 WS-LTR-BAL-LINE.
           03 FILLER             PIC X(24) VALUE
              "CURRENT BALANCE........:".
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-LTR-BALANCE     PIC Z(15)9-.
       01 WS-LTR-LAST-LINE.
           03 FILLER             PIC X(24) VALUE
              "LAST ACTIVITY DATE.....:".
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-LTR-LAST        PIC 9(08).
       01 WS-LTR-DORM-LINE.
           03 FILLER             PIC X(24) VALUE
              "DORMANT FROM...........:".
           03 FILLER             PIC X(1)  VALUE SPACE.
           03 WS-LTR-DORMANT     PIC 9(08).
       01 WS-LTR-TEXT1.
           03 FILLER             PIC X(40) VALUE
              "THERE HAS BEEN NO ACTIVITY ON THIS ACCOU".
           03 FILLER             PIC X(8)  VALUE "NT FOR ".
           03 WS-LTR-DAYS        PIC ZZZZ9.
           03 FILLER             PIC X(6)  VALUE " DAYS.".
       01 WS-LTR-TEXT2       PIC X(70) VALUE
           "UNLESS THE ACCOUNT IS USED BEFORE THE DATE ABOVE".
       01 WS-LTR-TEXT3       PIC X(70) VALUE
           "IT WILL BE CLASSED AS DORMANT AND ACTIVITY RESTRICTED.".
       01 WS-TOTAL-LINE.
           03 WS-TOT-LABEL       PIC X(30).
           03 WS-TOT-VALUE       PIC Z(6)9.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-RUN-CONTROL-START
           PERFORM H110-GET-BUSINESS-DATE
           PERFORM H200-OPEN-FILES
           SORT SRT-FILE ON ASCENDING KEY SRT-ID SRT-DVZ SRT-SOURCE
                INPUT PROCEDURE H300-SCAN-ACCOUNTS THRU H399-END
                OUTPUT PROCEDURE H600-REACTIVATION-REPORT THRU H649-END
           PERFORM H500-WRITE-DTR-TRAILER
           PERFORM H800-PRINT-TOTALS
           PERFORM H990-SHUT-DOWN.
       0000-END. EXIT.
      *
       H100-RUN-CONTROL-START.
           MOVE "S" TO RC-REQUEST.
           MOVE ZERO TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           IF RC-RETURN-CODE NOT = ZERO
                DISPLAY "IDX-FILE MAINTENANCE IN PROGRESS - RUN REFUSED"
                MOVE RC-RETURN-CODE TO RETURN-CODE
                STOP RUN
           END-IF.
       H100-END. EXIT.
      *
       H105-RUN-CONTROL-END.
           MOVE "E" TO RC-REQUEST.
           MOVE CT-IDX-READ      TO RC-COUNT-1.
           MOVE CT-DTR-WRITTEN   TO RC-COUNT-2.
           MOVE CT-NOTICES       TO RC-COUNT-3.
           MOVE RETURN-CODE TO RC-RETURN-CODE.
           CALL 'RUNCTL' USING RC-PARM.
           MOVE RC-RETURN-CODE TO RETURN-CODE.
       H105-END. EXIT.
      *
       H110-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-YYYYMMDD TO WS-BUSINESS-DATE.
           OPEN INPUT PRM-FILE.
           IF PRM-OK
                READ PRM-FILE
                IF PRM-OK AND PRM-BUSINESS-DATE NUMERIC
                   AND PRM-BUSINESS-DATE > ZERO
                     MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
                END-IF
                CLOSE PRM-FILE
           END-IF.
           MOVE "V" TO BC-REQUEST.
           MOVE WS-BUSINESS-DATE TO BC-DATE.
           CALL 'BIZCAL' USING BC-PARM.
           IF BC-RETURN-CODE NOT = ZERO OR BC-NON-BUSINESS-DAY
                DISPLAY "NOT A BUSINESS DATE - RUN REFUSED: "
                   WS-BUSINESS-DATE
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           MOVE "P" TO BC-REQUEST.
           MOVE WS-BUSINESS-DATE TO BC-DATE.
           CALL 'BIZCAL' USING BC-PARM.
           IF BC-RETURN-CODE NOT = ZERO
                DISPLAY "PREVIOUS BUSINESS DATE NOT FOUND FOR "
                   WS-BUSINESS-DATE
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           MOVE BC-RESULT-DATE TO WS-PREV-BUSINESS-DATE.
           COMPUTE WS-BUSINESS-INT-DATE =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           COMPUTE WS-DAYS-SINCE-PREV = WS-BUSINESS-INT-DATE
                - FUNCTION INTEGER-OF-DATE(WS-PREV-BUSINESS-DATE).
           COMPUTE WS-BUSINESS-JULIAN =
                FUNCTION DAY-OF-INTEGER(WS-BUSINESS-INT-DATE).
           MOVE WS-BUSINESS-DATE TO WS-BUS-YYYYMMDD.
           DISPLAY "PBVDORM BUSINESS DATE: " WS-BUSINESS-DATE
              " PREVIOUS: " WS-PREV-BUSINESS-DATE.
       H110-END. EXIT.
      *
       H200-OPEN-FILES.
           OPEN INPUT DPR-FILE.
           IF DPR-NF OR NOT DPR-OK
                DISPLAY "DPR-FILE ERROR"
                MOVE ST-DPRFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H250-LOAD-PERIOD-TABLE UNTIL DPR-EOF.
           CLOSE DPR-FILE.
           IF WS-DPR-COUNT = ZERO
                DISPLAY "DPR-FILE HAS NO PERIOD ROWS - RUN REFUSED"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF IDX-NF OR NOT IDX-OK
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF CUS-NF OR NOT CUS-OK
                DISPLAY "CUS-FILE ERROR"
                MOVE ST-CUSFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT DTR-FILE.
           IF DTR-NF OR NOT DTR-OK
                DISPLAY "DTR-FILE ERROR"
                MOVE ST-DTRFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT LTR-FILE.
           IF LTR-NF OR NOT LTR-OK
                DISPLAY "LTR-FILE ERROR"
                MOVE ST-LTRFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF RPT-NF OR NOT RPT-OK
                DISPLAY "RPT-FILE ERROR"
                MOVE ST-RPTFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           PERFORM H260-WRITE-DTR-HEADER.
           MOVE WS-BUSINESS-DATE      TO WS-HEAD3-DATE.
           MOVE WS-PREV-BUSINESS-DATE TO WS-HEAD3-PREV.
           MOVE WS-HEAD3 TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H200-END. EXIT.
      *
       H250-LOAD-PERIOD-TABLE.
           READ DPR-FILE.
           IF DPR-OK
                IF WS-DPR-COUNT >= 100
                     DISPLAY "DPR-FILE HAS TOO MANY ROWS FOR TABLE"
                     MOVE 99 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                ADD 1 TO WS-DPR-COUNT
                SET WS-DPR-IDX TO WS-DPR-COUNT
                MOVE DPR-DVZ          TO WS-DPR-DVZ (WS-DPR-IDX)
                MOVE DPR-WARN-DAYS    TO WS-DPR-WARN (WS-DPR-IDX)
                MOVE DPR-DORMANT-DAYS TO WS-DPR-DORMANT (WS-DPR-IDX)
           ELSE
                IF NOT DPR-EOF
                     DISPLAY "DPR-FILE READ ERROR"
                     MOVE ST-DPRFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
           END-IF.
       H250-END. EXIT.
      *
       H260-WRITE-DTR-HEADER.
           MOVE "HDR"     TO DTR-HDR-TAG.
           MOVE "TRNFILE" TO DTR-HDR-FILE-ID.
           MOVE WS-BUSINESS-DATE TO DTR-HDR-CREATE-DATE.
           MOVE "PBVDORM" TO DTR-HDR-PROGRAM.
           WRITE DTR-HDR-REC.
       H260-END. EXIT.
      *
       H300-SCAN-ACCOUNTS.
           PERFORM H305-READ-IDX-FILE.
           PERFORM H310-PROCESS-ACCOUNT UNTIL IDX-EOF.
           PERFORM H340-RELEASE-AUDIT-ACTIVITY.
           PERFORM H350-RELEASE-POSTING-ACTIVITY.
           GO TO H399-END.
      *
       H305-READ-IDX-FILE.
           READ IDX-FILE NEXT.
           IF (NOT IDX-OK) AND (NOT IDX-EOF)
                DISPLAY "IDX-FILE ERROR"
                MOVE ST-IDXFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H305-END. EXIT.
      *
       H310-PROCESS-ACCOUNT.
           ADD 1 TO CT-IDX-READ.
           IF IDX-DORMANT
                ADD 1 TO CT-ALREADY-DORMANT
                PERFORM H330-RELEASE-DORMANT
           ELSE
                IF IDX-ACTIVE
                     PERFORM H320-CHECK-INACTIVITY
                ELSE
                     ADD 1 TO CT-NOT-ELIGIBLE
                END-IF
           END-IF.
           PERFORM H305-READ-IDX-FILE.
       H310-END. EXIT.
      *
       H320-CHECK-INACTIVITY.
           PERFORM H325-FIND-PERIOD.
           IF PERIOD-NOT-FOUND
                ADD 1 TO CT-NO-PERIOD
           ELSE
                MOVE IDX-DATE TO WS-LAST-ACTIVITY
                IF IDX-STATUS-DATE IS NUMERIC
                   AND IDX-STATUS-DATE > WS-LAST-ACTIVITY
                     MOVE IDX-STATUS-DATE TO WS-LAST-ACTIVITY
                END-IF
                PERFORM H905-VALIDATE-DATE
                IF DATE-IS-INVALID
                     ADD 1 TO CT-BAD-DATE
                ELSE
                     COMPUTE WS-LAST-INT-DATE =
                          FUNCTION INTEGER-OF-DAY(WS-LAST-ACTIVITY)
                     COMPUTE WS-INACTIVE-DAYS =
                          WS-BUSINESS-INT-DATE - WS-LAST-INT-DATE
                     COMPUTE WS-LAST-GREG-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-LAST-INT-DATE)
                     IF WS-INACTIVE-DAYS >= WS-DPR-DORMANT (WS-DPR-IDX)
                          PERFORM H400-GENERATE-DORMANCY
                     ELSE
                          COMPUTE WS-PREV-INACTIVE-DAYS =
                               WS-INACTIVE-DAYS - WS-DAYS-SINCE-PREV
                          IF WS-INACTIVE-DAYS >=
                                WS-DPR-WARN (WS-DPR-IDX)
                             AND WS-PREV-INACTIVE-DAYS <
                                WS-DPR-WARN (WS-DPR-IDX)
                               PERFORM H420-PRODUCE-NOTICE
                          END-IF
                     END-IF
                END-IF
           END-IF.
       H320-END. EXIT.
      *
       H325-FIND-PERIOD.
           SET PERIOD-NOT-FOUND TO TRUE.
           SET WS-DPR-IDX TO 1.
           PERFORM H326-CHECK-ONE-PERIOD
              UNTIL WS-DPR-IDX > WS-DPR-COUNT OR PERIOD-FOUND.
       H325-END. EXIT.
      *
       H326-CHECK-ONE-PERIOD.
           IF IDX-DVZ = WS-DPR-DVZ (WS-DPR-IDX)
                SET PERIOD-FOUND TO TRUE
           ELSE
                SET WS-DPR-IDX UP BY 1
           END-IF.
       H326-END. EXIT.
      *
       H330-RELEASE-DORMANT.
           MOVE IDX-ID          TO SRT-ID.
           MOVE IDX-DVZ         TO SRT-DVZ.
           MOVE "D"             TO SRT-SOURCE.
           MOVE IDX-NAME        TO SRT-NAME.
           MOVE IDX-STATUS-DATE TO SRT-DATE.
           MOVE IDX-BALANCE     TO SRT-AMOUNT.
           RELEASE SRT-REC.
       H330-END. EXIT.
      *
       H340-RELEASE-AUDIT-ACTIVITY.
           OPEN INPUT AUD-FILE.
           IF AUD-ABSENT
                DISPLAY "NO AUDIT FILE - NO MAINTENANCE ACTIVITY"
           ELSE
                IF NOT AUD-OK
                     DISPLAY "AUD-FILE ERROR"
                     MOVE ST-AUDFILE TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                PERFORM H342-READ-AUD-FILE
                PERFORM H345-RELEASE-ONE-AUDIT UNTIL AUD-EOF
                CLOSE AUD-FILE
           END-IF.
       H340-END. EXIT.
      *
       H342-READ-AUD-FILE.
           READ AUD-FILE.
           IF (NOT AUD-OK) AND (NOT AUD-EOF)
                DISPLAY "AUD-FILE ERROR"
                MOVE ST-AUDFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H342-END. EXIT.
      *
       H345-RELEASE-ONE-AUDIT.
           ADD 1 TO CT-AUD-READ.
           IF AUD-WAS-CHANGED OR AUD-WAS-PARKED
              OR (AUD-WAS-STATUSED AND AUD-AFTER-STATUS NOT = "D")
                MOVE AUD-ID   TO SRT-ID
                MOVE AUD-DVZ  TO SRT-DVZ
                MOVE "A"      TO SRT-SOURCE
                MOVE AUD-AFTER-NAME TO SRT-NAME
                MOVE ZERO     TO SRT-DATE
                COMPUTE SRT-AMOUNT =
                     AUD-AFTER-BALANCE - AUD-BEFORE-BALANCE
                RELEASE SRT-REC
           END-IF.
           PERFORM H342-READ-AUD-FILE.
       H345-END. EXIT.
      *
       H350-RELEASE-POSTING-ACTIVITY.
           OPEN INPUT BAU-FILE.
           IF BAU-NF OR NOT BAU-OK
                DISPLAY "NO BAU FILE - NO POSTED ACTIVITY"
           ELSE
                PERFORM H355-READ-BAU-FILE
                PERFORM H360-HANDLE-BAU-REC UNTIL BAU-EOF
                IF SEGMENT-OPEN
                     DISPLAY "BAU-FILE TRAILER RECORD MISSING"
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                IF BAU-HEADER-NOT-SEEN
                     DISPLAY "BAU-FILE HEADER RECORD MISSING"
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                CLOSE BAU-FILE
           END-IF.
       H350-END. EXIT.
      *
       H355-READ-BAU-FILE.
           READ BAU-FILE.
           IF (NOT BAU-OK) AND (NOT BAU-EOF)
                DISPLAY "BAU-FILE ERROR"
                MOVE ST-BAUFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
       H355-END. EXIT.
      *
       H360-HANDLE-BAU-REC.
           IF BAU-HDR-TAG = "HDR"
                IF SEGMENT-OPEN
                     DISPLAY "BAU-FILE TRAILER RECORD MISSING"
                     MOVE 16 TO RETURN-CODE
                     PERFORM H990-SHUT-DOWN
                END-IF
                DISPLAY "BAU-FILE CREATED " BAU-HDR-CREATE-DATE
                   " BY " BAU-HDR-PROGRAM
                MOVE BAU-HDR-PROGRAM TO WS-SEG-SOURCE
                SET BAU-HEADER-SEEN TO TRUE
                SET SEGMENT-OPEN TO TRUE
                MOVE ZERO TO CT-SEG-DETAILS
                MOVE ZERO TO CT-SEG-HASH
           ELSE
                IF BAU-TRL-TAG = "TRL"
                     PERFORM H365-VERIFY-BAU-TRAILER
                ELSE
                     PERFORM H370-RELEASE-ONE-POSTING
                END-IF
           END-IF.
           PERFORM H355-READ-BAU-FILE.
       H360-END. EXIT.
      *
       H365-VERIFY-BAU-TRAILER.
           IF SEGMENT-CLOSED
                DISPLAY "BAU-FILE TRAILER WITHOUT HEADER"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF BAU-TRL-CT-RECORDS NOT = CT-SEG-DETAILS
                DISPLAY "BAU-FILE TRAILER COUNT DISAGREES: "
                   BAU-TRL-CT-RECORDS " VS " CT-SEG-DETAILS
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           IF BAU-TRL-HASH-BALANCE NOT = CT-SEG-HASH
                DISPLAY "BAU-FILE TRAILER HASH DISAGREES: "
                   BAU-TRL-HASH-BALANCE " VS " CT-SEG-HASH
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           SET SEGMENT-CLOSED TO TRUE.
       H365-END. EXIT.
      *
       H370-RELEASE-ONE-POSTING.
           IF SEGMENT-CLOSED
                DISPLAY "BAU-FILE DETAIL OUTSIDE HEADER/TRAILER"
                MOVE 16 TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           ADD 1 TO CT-SEG-DETAILS.
           ADD 1 TO CT-BAU-READ.
           ADD BAU-BONUS-AMOUNT TO CT-SEG-HASH.
           IF NOT SEGMENT-IS-SYSTEM-RUN
                MOVE BAU-ID           TO SRT-ID
                MOVE BAU-DVZ          TO SRT-DVZ
                MOVE "B"              TO SRT-SOURCE
                MOVE SPACES           TO SRT-NAME
                MOVE ZERO             TO SRT-DATE
                MOVE BAU-BONUS-AMOUNT TO SRT-AMOUNT
                RELEASE SRT-REC
           END-IF.
       H370-END. EXIT.
      *
       H399-END. EXIT.
      *
       H400-GENERATE-DORMANCY.
           MOVE "S"              TO DTR-ACTION.
           MOVE IDX-ID           TO DTR-ID.
           MOVE IDX-DVZ          TO DTR-DVZ.
           MOVE IDX-NAME         TO DTR-NAME.
           MOVE WS-BUSINESS-JULIAN TO DTR-DATE.
           MOVE IDX-BALANCE      TO DTR-BALANCE.
           MOVE "D"              TO DTR-STATUS.
           WRITE DTR-REC.
           IF NOT DTR-OK
                DISPLAY "DTR-FILE ERROR"
                MOVE ST-DTRFILE TO RETURN-CODE
                PERFORM H990-SHUT-DOWN
           END-IF.
           ADD 1 TO CT-DTR-WRITTEN.
           ADD IDX-BALANCE TO CT-DTR-HASH.
           MOVE "DORMANT" TO WS-DET-STAGE.
           PERFORM H430-PRINT-STAGE-LINE.
       H400-END. EXIT.
      *
       H420-PRODUCE-NOTICE.
           ADD 1 TO CT-NOTICES.
           COMPUTE WS-DORMANT-FROM = FUNCTION DATE-OF-INTEGER
                (WS-LAST-INT-DATE + WS-DPR-DORMANT (WS-DPR-IDX)).
           MOVE WS-BUS-YYYY TO WS-LTR-YYYY.
           MOVE WS-BUS-MM   TO WS-LTR-MM.
           MOVE WS-BUS-DD   TO WS-LTR-DD.
           MOVE WS-LTR-HEAD1 TO LTR-REC.
           WRITE LTR-REC AFTER ADVANCING PAGE.
           MOVE IDX-ID   TO WS-LTR-ID.
           MOVE IDX-ID   TO CUS-ID.
           READ CUS-FILE KEY CUS-ID
             INVALID KEY
                PERFORM H427-PRINT-NO-MASTER
             NOT INVALID KEY
                PERFORM H425-PRINT-ADDRESS
           END-READ.
           MOVE IDX-DVZ TO WS-LTR-DVZ.
           MOVE WS-LTR-DVZ-LINE TO LTR-REC.
           WRITE LTR-REC AFTER ADVANCING 2 LINES.
           MOVE IDX-BALANCE TO WS-LTR-BALANCE.
           MOVE WS-LTR-BAL-LINE TO LTR-REC.
           WRITE LTR-REC.
           MOVE WS-LAST-GREG-DATE TO WS-LTR-LAST.
           MOVE WS-LTR-LAST-LINE TO LTR-REC.
           WRITE LTR-REC.
           MOVE WS-DORMANT-FROM TO WS-LTR-DORMANT.
           MOVE WS-LTR-DORM-LINE TO LTR-REC.
           WRITE LTR-REC.
           MOVE WS-INACTIVE-DAYS TO WS-LTR-DAYS.
           MOVE WS-LTR-TEXT1 TO LTR-REC.
           WRITE LTR-REC AFTER ADVANCING 2 LINES.
           MOVE WS-LTR-TEXT2 TO LTR-REC.
           WRITE LTR-REC.
           MOVE WS-LTR-TEXT3 TO LTR-REC.
           WRITE LTR-REC.
           MOVE "WARNING" TO WS-DET-STAGE.
           PERFORM H430-PRINT-STAGE-LINE.
       H420-END. EXIT.
      *
       H425-PRINT-ADDRESS.
           MOVE CUS-FULL-NAME TO WS-LTR-NAME.
           MOVE WS-LTR-HEAD2 TO LTR-REC.
           WRITE LTR-REC AFTER ADVANCING 2 LINES.
           MOVE CUS-ADDR-LINE-1 TO WS-LTR-ADDR-TEXT.
           MOVE WS-LTR-ADDR TO LTR-REC.
           WRITE LTR-REC.
           IF CUS-ADDR-LINE-2 NOT = SPACES
                MOVE CUS-ADDR-LINE-2 TO WS-LTR-ADDR-TEXT
                MOVE WS-LTR-ADDR TO LTR-REC
                WRITE LTR-REC
           END-IF.
           MOVE CUS-CITY     TO WS-LTR-CITY-NAME.
           MOVE CUS-POSTCODE TO WS-LTR-POSTCODE.
           MOVE CUS-COUNTRY  TO WS-LTR-COUNTRY.
           MOVE WS-LTR-CITY TO LTR-REC.
           WRITE LTR-REC.
       H425-END. EXIT.
      *
       H427-PRINT-NO-MASTER.
           ADD 1 TO CT-NO-MASTER.
           MOVE IDX-NAME TO WS-LTR-NAME.
           MOVE WS-LTR-HEAD2 TO LTR-REC.
           WRITE LTR-REC AFTER ADVANCING 2 LINES.
           MOVE WS-LTR-NO-MASTER TO WS-LTR-ADDR-TEXT.
           MOVE WS-LTR-ADDR TO LTR-REC.
           WRITE LTR-REC.
       H427-END. EXIT.
      *
       H430-PRINT-STAGE-LINE.
           MOVE IDX-ID            TO WS-DET-ID.
           MOVE IDX-DVZ           TO WS-DET-DVZ.
           MOVE IDX-NAME          TO WS-DET-NAME.
           MOVE WS-LAST-GREG-DATE TO WS-DET-DATE.
           MOVE WS-INACTIVE-DAYS  TO WS-DET-DAYS.
           MOVE IDX-BALANCE       TO WS-DET-BALANCE.
           MOVE ZERO              TO WS-DET-AUD WS-DET-BAU.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H430-END. EXIT.
      *
       H500-WRITE-DTR-TRAILER.
           MOVE "TRL" TO DTR-TRL-TAG.
           MOVE CT-DTR-WRITTEN TO DTR-TRL-CT-RECORDS.
           MOVE CT-DTR-HASH    TO DTR-TRL-HASH-BALANCE.
           WRITE DTR-TRL-REC.
       H500-END. EXIT.
      *
       H600-REACTIVATION-REPORT.
           PERFORM H640-RETURN-SORTED.
           PERFORM H605-CHECK-ONE-GROUP UNTIL SRT-DONE.
           GO TO H649-END.
      *
       H605-CHECK-ONE-GROUP.
           MOVE SRT-ID  TO WS-GRP-ID.
           MOVE SRT-DVZ TO WS-GRP-DVZ.
           SET GROUP-NOT-DORMANT TO TRUE.
           MOVE ZERO TO WS-GRP-AUD-COUNT WS-GRP-BAU-COUNT
                        WS-GRP-BAU-AMOUNT WS-GRP-BALANCE WS-GRP-SINCE.
           MOVE SPACES TO WS-GRP-NAME.
           PERFORM H610-ACCUMULATE-ONE
              UNTIL SRT-DONE
                 OR SRT-ID NOT = WS-GRP-ID
                 OR SRT-DVZ NOT = WS-GRP-DVZ.
           IF GROUP-IS-DORMANT
              AND WS-GRP-AUD-COUNT + WS-GRP-BAU-COUNT > ZERO
                PERFORM H620-PRINT-REACTIVATION
           END-IF.
       H605-END. EXIT.
      *
       H610-ACCUMULATE-ONE.
           EVALUATE SRT-SOURCE
             WHEN "D"
                SET GROUP-IS-DORMANT TO TRUE
                MOVE SRT-NAME   TO WS-GRP-NAME
                MOVE SRT-DATE   TO WS-GRP-SINCE
                MOVE SRT-AMOUNT TO WS-GRP-BALANCE
             WHEN "A"
                ADD 1 TO WS-GRP-AUD-COUNT
             WHEN "B"
                ADD 1 TO WS-GRP-BAU-COUNT
                ADD SRT-AMOUNT TO WS-GRP-BAU-AMOUNT
           END-EVALUATE.
           PERFORM H640-RETURN-SORTED.
       H610-END. EXIT.
      *
       H620-PRINT-REACTIVATION.
           ADD 1 TO CT-REACTIVATIONS.
           MOVE "REACTIVATE" TO WS-DET-STAGE.
           MOVE WS-GRP-ID    TO WS-DET-ID.
           MOVE WS-GRP-DVZ   TO WS-DET-DVZ.
           MOVE WS-GRP-NAME  TO WS-DET-NAME.
           MOVE WS-GRP-SINCE TO WS-DATE-DISPLAY.
           IF WS-DATE-YYYY IS LESS THAN 1601
              OR WS-DATE-DDD IS EQUAL TO ZERO
              OR WS-DATE-DDD IS GREATER THAN 366
                MOVE ZERO TO WS-DET-DATE
                MOVE ZERO TO WS-DET-DAYS
           ELSE
                COMPUTE WS-LAST-INT-DATE =
                     FUNCTION INTEGER-OF-DAY(WS-GRP-SINCE)
                COMPUTE WS-DET-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-LAST-INT-DATE)
                COMPUTE WS-INACTIVE-DAYS =
                     WS-BUSINESS-INT-DATE - WS-LAST-INT-DATE
                MOVE WS-INACTIVE-DAYS TO WS-DET-DAYS
           END-IF.
           MOVE WS-GRP-BALANCE   TO WS-DET-BALANCE.
           MOVE WS-GRP-AUD-COUNT TO WS-DET-AUD.
           MOVE WS-GRP-BAU-COUNT TO WS-DET-BAU.
           MOVE WS-DETAIL TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H620-END. EXIT.
      *
       H640-RETURN-SORTED.
           RETURN SRT-FILE
             AT END
                SET SRT-DONE TO TRUE
           END-RETURN.
       H640-END. EXIT.
      *
       H649-END. EXIT.
      *
       H680-WRITE-RPT-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
                PERFORM H670-PRINT-HEADINGS
           END-IF.
           MOVE WS-PRINT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WS-LINE-COUNT.
       H680-END. EXIT.
      *
       H670-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-BUS-YYYY   TO WS-HEAD1-YYYY.
           MOVE WS-BUS-MM     TO WS-HEAD1-MM.
           MOVE WS-BUS-DD     TO WS-HEAD1-DD.
           MOVE WS-PAGE-COUNT TO WS-HEAD1-PAGE.
           MOVE WS-HEAD1 TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING PAGE.
           MOVE WS-HEAD2 TO RPT-REC.
           WRITE RPT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 4 TO WS-LINE-COUNT.
       H670-END. EXIT.
      *
       H800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "IDX-FILE RECORDS READ.......:" TO WS-TOT-LABEL.
           MOVE CT-IDX-READ TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "FROZEN OR CLOSED SKIPPED....:" TO WS-TOT-LABEL.
           MOVE CT-NOT-ELIGIBLE TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "NO PERIOD FOR CURRENCY......:" TO WS-TOT-LABEL.
           MOVE CT-NO-PERIOD TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "INVALID ACTIVITY DATE.......:" TO WS-TOT-LABEL.
           MOVE CT-BAD-DATE TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "WARNING NOTICES PRODUCED....:" TO WS-TOT-LABEL.
           MOVE CT-NOTICES TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "DORMANCY TRANSACTIONS.......:" TO WS-TOT-LABEL.
           MOVE CT-DTR-WRITTEN TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "ACCOUNTS ALREADY DORMANT....:" TO WS-TOT-LABEL.
           MOVE CT-ALREADY-DORMANT TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
           MOVE "DORMANT WITH NEW ACTIVITY...:" TO WS-TOT-LABEL.
           MOVE CT-REACTIVATIONS TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM H680-WRITE-RPT-LINE.
       H800-END. EXIT.
      *
       H905-VALIDATE-DATE.
           SET DATE-IS-VALID TO TRUE.
           IF WS-LAST-ACTIVITY IS NOT NUMERIC
              OR WS-LAST-ACTIVITY IS NOT > ZERO
                SET DATE-IS-INVALID TO TRUE
           ELSE
                MOVE WS-LAST-ACTIVITY TO WS-DATE-DISPLAY
                IF WS-DATE-YYYY IS LESS THAN 1601
                   OR WS-DATE-DDD IS EQUAL TO ZERO
                   OR WS-DATE-DDD IS GREATER THAN 366
                     SET DATE-IS-INVALID TO TRUE
                END-IF
           END-IF.
       H905-END. EXIT.
      *
       H990-SHUT-DOWN.
           IF CT-BAD-DATE > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           IF CT-NO-MASTER > ZERO AND RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM H105-RUN-CONTROL-END.
           DISPLAY "PBVDORM CONTROL TOTALS".
           DISPLAY "  IDX-FILE RECORDS READ....: " CT-IDX-READ.
           DISPLAY "  NOT ACTIVE - SKIPPED.....: " CT-NOT-ELIGIBLE.
           DISPLAY "  NO PERIOD FOR CURRENCY...: " CT-NO-PERIOD.
           DISPLAY "  INVALID ACTIVITY DATE....: " CT-BAD-DATE.
           DISPLAY "  WARNING NOTICES..........: " CT-NOTICES.
           DISPLAY "  DORMANCY TRANSACTIONS....: " CT-DTR-WRITTEN.
           DISPLAY "  ALREADY DORMANT..........: " CT-ALREADY-DORMANT.
           DISPLAY "  AUD-FILE RECORDS READ....: " CT-AUD-READ.
           DISPLAY "  BAU-FILE RECORDS READ....: " CT-BAU-READ.
           DISPLAY "  DORMANT WITH ACTIVITY....: " CT-REACTIVATIONS.
           DISPLAY "  NOTICES WITH NO CUSTOMER.: " CT-NO-MASTER.
           CLOSE IDX-FILE
           CLOSE CUS-FILE
           CLOSE DTR-FILE
           CLOSE LTR-FILE
           CLOSE RPT-FILE.
           STOP RUN.
       H990-END. EXIT.
