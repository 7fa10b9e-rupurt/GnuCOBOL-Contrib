*>******************************************************************************
*>  This file is part of cobjapi.
*>
*>  trendreview.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  trendreview.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with trendreview.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      trendreview.cob
*>
*> Purpose:      Desktop trend analysis over the history files that
*>               gctotvar01 (TOTHIST key totals) and gchstrpt01 (GCHIST
*>               run history) only print their verdicts on.  The
*>               analyst picks a TOTHIST key, a GCHIST job (its runs)
*>               or a GCHSUM job (its monthly rollups), and a from/to
*>               period; J-CHART draws the key's amount total (bi, fi,
*>               pd or zd - the four gctotvar01 watches) or the job's
*>               elapsed time, one point per run or month, with the
*>               trailing average and the alarm band drawn over it:
*>                 - a key's band is the trailing average plus and
*>                   minus GCVAR_PCT percent (default 25), the
*>                   threshold gctotvar01 alarms on;
*>                 - a job's limit is the trailing average plus 50
*>                   percent, the drift gchstrpt01 flags.
*>               The trailing average at each point is the average of
*>               all the earlier runs (or months), as gctotvar01 takes
*>               it - so the history before the period still shapes
*>               the band.  The rows behind the chart fill a sortable
*>               J-TABLE, each with its average, band and alarm, and
*>               PRINT sends chart and table to the printer through
*>               J-PRINT for the monthly review pack.
*>
*> Author:       DRM - GC-TOOLS maintenance
*>
*> Date-Written: 2026.10.15
*>
*> Tectonics:    cobc -x -free trendreview.cob cobjapi.o \
*>                                             japilib.o \
*>                                             imageio.o \
*>                                             fileselect.o
*>
*> Usage:        ./trendreview.exe  (run in the directory holding the
*>               TOTHIST, GCHIST and GCHSUM files; a missing file
*>               simply offers none of its keys or jobs)
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2026.10.15 DRM:
*>            - first version.
*>            - GCVAR_PCT may come from the GCCONFIG file for the
*>              GCPROFILE profile, through the gccfg01 lookup of the
*>              GCSORT suite (without the module, from the environment
*>              only); a value set in the environment by hand wins.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. trendreview.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 REPOSITORY.
    FUNCTION J-START
    FUNCTION J-FRAME
    FUNCTION J-TABBEDPANE
    FUNCTION J-ADDTAB
    FUNCTION J-LABEL
    FUNCTION J-CHOICE
    FUNCTION J-ADDITEM
    FUNCTION J-GETSELECT
    FUNCTION J-TEXTFIELD
    FUNCTION J-BUTTON
    FUNCTION J-GETTEXT
    FUNCTION J-SETTEXT
    FUNCTION J-CHART
    FUNCTION J-CHARTSERIES
    FUNCTION J-CHARTADDVALUE
    FUNCTION J-CHARTCLEAR
    FUNCTION J-TABLE
    FUNCTION J-ADDROW
    FUNCTION J-CLEARTABLE
    FUNCTION J-PRINT
    FUNCTION J-SETSIZE
    FUNCTION J-PACK
    FUNCTION J-SHOW
    FUNCTION J-NEXTACTION
    FUNCTION J-QUIT
    FUNCTION ALL INTRINSIC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT OPTIONAL TOTHIST ASSIGN TO "TOTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TOT-STATUS.
    SELECT OPTIONAL GCHIST ASSIGN TO "GCHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HST-STATUS.
    SELECT OPTIONAL GCHSUM ASSIGN TO "GCHSUM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HSM-STATUS.

 DATA DIVISION.
 FILE SECTION.
*> the key-level totals history (gctothist01 / gctotvar01 shape)
 FD  TOTHIST.
 01  TOTHIST-RECORD.
     05 TOT-RUN-DATE          PIC 9(08).
     05 FILLER                PIC X(01).
     05 TOT-JOB-NAME          PIC X(08).
     05 FILLER                PIC X(01).
     05 TOT-CH-FIELD          PIC X(05).
     05 FILLER                PIC X(01).
     05 TOT-BI-TOTAL          PIC S9(09) SIGN LEADING SEPARATE.
     05 FILLER                PIC X(01).
     05 TOT-FI-TOTAL          PIC S9(09) SIGN LEADING SEPARATE.
     05 FILLER                PIC X(01).
     05 TOT-FL-TOTAL          PIC S9(09)V99 SIGN LEADING SEPARATE.
     05 FILLER                PIC X(01).
     05 TOT-PD-TOTAL          PIC S9(09) SIGN LEADING SEPARATE.
     05 FILLER                PIC X(01).
     05 TOT-ZD-TOTAL          PIC S9(09) SIGN LEADING SEPARATE.
     05 FILLER                PIC X(01).
     05 TOT-RECORD-COUNT      PIC 9(07).
*> the run-history file (fhstsqf01.cpy shape)
 FD  GCHIST.
 01  GCHIST-RECORD.
     05 HST-JOB-NAME          PIC X(08).
     05 FILLER                PIC X(01).
     05 HST-RUN-DATE          PIC 9(08).
     05 FILLER                PIC X(01).
     05 HST-RUN-TIME          PIC 9(06).
     05 FILLER                PIC X(01).
     05 HST-RECORDS-IN        PIC 9(07).
     05 FILLER                PIC X(01).
     05 HST-RECORDS-OUT       PIC 9(07).
     05 FILLER                PIC X(01).
     05 HST-RECORDS-OMIT      PIC 9(07).
     05 FILLER                PIC X(01).
     05 HST-ELAPSED-HS        PIC 9(07).
     05 FILLER                PIC X(01).
     05 HST-STATUS            PIC X(02).
*> the monthly run-history rollup (fhsumsqf01.cpy shape)
 FD  GCHSUM.
 01  GCHSUM-RECORD.
     05 HSM-JOB-NAME          PIC X(08).
     05 FILLER                PIC X(01).
     05 HSM-MONTH             PIC 9(06).
     05 FILLER                PIC X(01).
     05 HSM-RUNS              PIC 9(05).
     05 FILLER                PIC X(01).
     05 HSM-FAILURES          PIC 9(05).
     05 FILLER                PIC X(01).
     05 HSM-AVG-ELAPSED-HS    PIC 9(07).
     05 FILLER                PIC X(01).
     05 HSM-MAX-ELAPSED-HS    PIC 9(07).
     05 FILLER                PIC X(01).
     05 HSM-TOTAL-IN          PIC 9(09).

 WORKING-STORAGE SECTION.
 01 WS-TOT-STATUS                      PIC X(02).
 01 WS-HST-STATUS                      PIC X(02).
 01 WS-HSM-STATUS                      PIC X(02).

*> function return value
 01 WS-RET                             BINARY-LONG.

*> GUI elements
 01 WS-FRAME                           BINARY-LONG.
 01 WS-CHO-SUBJECT                     BINARY-LONG.
 01 WS-CHO-AMOUNT                      BINARY-LONG.
 01 WS-FLD-FROM                        BINARY-LONG.
 01 WS-FLD-TO                          BINARY-LONG.
 01 WS-BTN-CHART                       BINARY-LONG.
 01 WS-BTN-PRINT                       BINARY-LONG.
 01 WS-LBL-STATUS                      BINARY-LONG.
 01 WS-TABS                            BINARY-LONG.
 01 WS-TAB-CHART                       BINARY-LONG.
 01 WS-TAB-ROWS                        BINARY-LONG.
 01 WS-CHART                           BINARY-LONG.
 01 WS-SER-AVG                         BINARY-LONG.
 01 WS-SER-LOW                         BINARY-LONG.
 01 WS-SER-HIGH                        BINARY-LONG.
 01 WS-TABLE                           BINARY-LONG.
 01 WS-ACTION                          BINARY-LONG.
 01 WS-SELECT                          BINARY-LONG.

*> chart types accepted by J-CHART
 01 WS-CHART-LINE                      BINARY-LONG VALUE 2.

*> the alarm thresholds, as the batch reports apply them: the
*> gctotvar01 variance percentage (GCVAR_PCT) for key totals, the
*> gchstrpt01 drift allowance for elapsed times
 01 WS-PCT-TEXT                        PIC X(04) VALUE SPACES.
 01 WS-ALARM-PCT                       PIC 9(03) VALUE 25.
 01 WS-DRIFT-PCT                       PIC 9(03) VALUE 50.

*> every history row, in file (run) order, in one shape: its source
*> (T TOTHIST, H GCHIST, S GCHSUM), the key or job it belongs to,
*> its point label and date, the values that can be charted (for
*> TOTHIST the bi/fi/pd/zd totals, otherwise the elapsed time in
*> hundredths) and a line of detail for the table
 01 WS-HIS-COUNT                       PIC 9(05) VALUE ZERO.
 01 WS-HIS-SKIPPED                     PIC 9(07) VALUE ZERO.
 01 WS-HIS-TABLE.
    05 WS-HIS OCCURS 6000.
       10 WS-HIS-SOURCE                PIC X(01).
       10 WS-HIS-NAME                  PIC X(08).
       10 WS-HIS-WHEN                  PIC X(13).
       10 WS-HIS-DATE                  PIC 9(08).
       10 WS-HIS-AMOUNT                PIC S9(09) OCCURS 4.
       10 WS-HIS-DETAIL                PIC X(48).

*> the keys and jobs on offer, in the order of the subject choice
 01 WS-SUBJ-COUNT                      PIC 9(03) VALUE ZERO.
 01 WS-SUBJ-TABLE.
    05 WS-SUBJ OCCURS 500.
       10 WS-SUBJ-SOURCE               PIC X(01).
       10 WS-SUBJ-NAME                 PIC X(08).
 01 WS-SUBJ-TEXT                       PIC X(40).
 01 WS-FOUND                           PIC X(01).

*> the analyst's choice
 01 WS-SEL-SUBJ                        PIC 9(03) VALUE ZERO.
 01 WS-SEL-AMOUNT                      PIC 9(01) VALUE 1.
 01 WS-AMOUNT-NAMES.
    05 FILLER                          PIC X(08) VALUE "bi total".
    05 FILLER                          PIC X(08) VALUE "fi total".
    05 FILLER                          PIC X(08) VALUE "pd total".
    05 FILLER                          PIC X(08) VALUE "zd total".
 01 WS-AMOUNT-NAME-TABLE REDEFINES WS-AMOUNT-NAMES.
    05 WS-AMOUNT-NAME                  PIC X(08) OCCURS 4.
 01 WS-QRY-FROM-TEXT                   PIC X(10).
 01 WS-QRY-TO-TEXT                     PIC X(10).
 01 WS-QRY-FROM                        PIC 9(08) VALUE ZERO.
 01 WS-QRY-TO                          PIC 9(08) VALUE 99999999.
 01 WS-IN-PERIOD                       PIC X(01).

*> one point of the trend
 01 WS-VALUE                           BINARY-LONG.
 01 WS-POINT-AVG                       BINARY-LONG.
 01 WS-POINT-LOW                       BINARY-LONG.
 01 WS-POINT-HIGH                      BINARY-LONG.
 01 WS-TRAIL-SUM                       PIC S9(15) COMP VALUE ZERO.
 01 WS-TRAIL-RUNS                      PIC 9(05) VALUE ZERO.
 01 WS-TRAIL-AVG                       PIC S9(12)V99 COMP VALUE ZERO.
 01 WS-BAND-WIDTH                      PIC S9(12)V99 COMP VALUE ZERO.
 01 WS-ALARM                           PIC X(08).
 01 WS-LABEL                           PIC X(16).
 01 WS-LAST-WHEN                       PIC X(13).
 01 WS-DUP-SEQ                         PIC 9(03).
 01 WS-DUP-SHOW                        PIC ZZ9.
 01 WS-POINT-COUNT                     PIC 9(05).
 01 WS-ALARM-COUNT                     PIC 9(05).

 01 WS-SHOW-VALUE                      PIC -(9)9.
 01 WS-SHOW-AVG                        PIC -(9)9.
 01 WS-SHOW-LOW                        PIC -(9)9.
 01 WS-SHOW-HIGH                       PIC -(9)9.
 01 WS-SHOW-COUNT                      PIC ZZZZ9.
 01 WS-SHOW-ALARMS                     PIC ZZZZ9.
 01 WS-SHOW-PCT                        PIC ZZ9.
 01 WS-SHOW-NUM                        PIC Z(8)9.
 01 WS-ROW-TEXT                        PIC X(160).
 01 WS-STATUS-TEXT                     PIC X(120).
 01 I                                  PIC 9(05).
 01 J                                  PIC 9(05).

*> the gccfg01 configuration lookup parameters (wkcfgld01.cpy in the
*> GCSORT suite)
 01 WS-CONFIG-AREA.
    05 CFG-REQUEST                     PIC X(05).
    05 CFG-PROGRAM                     PIC X(16).
    05 CFG-RESULT                      PIC X(02).
    05 CFG-PROFILE                     PIC X(08).
    05 CFG-APPLIED                     PIC 9(03).
    05 CFG-OVERRIDDEN                  PIC 9(03).
    05 CFG-INDEX                       PIC 9(03).
    05 CFG-NAME                        PIC X(30).
    05 CFG-VALUE                       PIC X(200).
    05 CFG-SOURCE                      PIC X(01).
    05 CFG-SRC-PROFILE                 PIC X(08).
    05 CFG-SRC-PROGRAM                 PIC X(16).
    05 CFG-SRC-LINE                    PIC 9(04).
    05 CFG-CONFIG-VALUE                PIC X(200).

 PROCEDURE DIVISION.
 MAIN.

*>  the GCCONFIG settings go into the environment before any is read
    MOVE "TRENDREVIEW" TO CFG-PROGRAM
    MOVE "APPLY" TO CFG-REQUEST
    CALL "gccfg01" USING WS-CONFIG-AREA
       ON EXCEPTION
          MOVE "00" TO CFG-RESULT
    END-CALL
    IF CFG-RESULT NOT = "00"
       DISPLAY "trendreview: configuration refused (" CFG-RESULT ")"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    ACCEPT WS-PCT-TEXT FROM ENVIRONMENT "GCVAR_PCT"
    IF WS-PCT-TEXT NOT = SPACES
     AND TEST-NUMVAL(WS-PCT-TEXT) = ZERO
       COMPUTE WS-ALARM-PCT = NUMVAL(WS-PCT-TEXT)
    END-IF

    PERFORM LOAD-TOTHIST
    PERFORM LOAD-GCHIST
    PERFORM LOAD-GCHSUM
    IF WS-HIS-SKIPPED > ZERO
       DISPLAY "trendreview: " WS-HIS-SKIPPED
               " history rows past the first 6000 are not charted"
    END-IF

    IF J-START() = 0
       DISPLAY "Can't connect to the JAPI server!"
       STOP RUN
    END-IF

    MOVE J-FRAME("Trend review - TOTHIST / GCHIST / GCHSUM")
      TO WS-FRAME

    MOVE J-LABEL(WS-FRAME, "key or job:") TO WS-RET
    MOVE J-CHOICE(WS-FRAME) TO WS-CHO-SUBJECT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SUBJ-COUNT
       PERFORM BUILD-SUBJECT-TEXT
       MOVE J-ADDITEM(WS-CHO-SUBJECT, WS-SUBJ-TEXT) TO WS-RET
    END-PERFORM
    MOVE J-LABEL(WS-FRAME, "TOTHIST amount:") TO WS-RET
    MOVE J-CHOICE(WS-FRAME) TO WS-CHO-AMOUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
       MOVE J-ADDITEM(WS-CHO-AMOUNT, WS-AMOUNT-NAME(I)) TO WS-RET
    END-PERFORM
    MOVE J-LABEL(WS-FRAME, "from yyyymmdd:") TO WS-RET
    MOVE J-TEXTFIELD(WS-FRAME, 10) TO WS-FLD-FROM
    MOVE J-LABEL(WS-FRAME, "to yyyymmdd:") TO WS-RET
    MOVE J-TEXTFIELD(WS-FRAME, 10) TO WS-FLD-TO
    MOVE J-BUTTON(WS-FRAME, "CHART") TO WS-BTN-CHART
    MOVE J-BUTTON(WS-FRAME, "PRINT") TO WS-BTN-PRINT
    MOVE J-LABEL(WS-FRAME, " ") TO WS-LBL-STATUS

*> the chart and the rows behind it, a tab each
    MOVE J-TABBEDPANE(WS-FRAME) TO WS-TABS
    MOVE J-ADDTAB(WS-TABS, "TREND") TO WS-TAB-CHART
    MOVE J-CHART(WS-TAB-CHART, WS-CHART-LINE, "value")
      TO WS-CHART
    MOVE J-CHARTSERIES(WS-CHART, "trailing average") TO WS-SER-AVG
    MOVE J-CHARTSERIES(WS-CHART, "alarm band low") TO WS-SER-LOW
    MOVE J-CHARTSERIES(WS-CHART, "alarm band high") TO WS-SER-HIGH
    MOVE J-ADDTAB(WS-TABS, "ROWS") TO WS-TAB-ROWS
    MOVE J-TABLE(WS-TAB-ROWS,
         "WHEN|VALUE|TRAILING AVG|BAND LOW|BAND HIGH|ALARM|DETAIL")
      TO WS-TABLE

    IF WS-SUBJ-COUNT > ZERO
       MOVE 1 TO WS-SEL-SUBJ
       PERFORM SHOW-TREND
    ELSE
       MOVE J-SETTEXT(WS-LBL-STATUS,
            "no history in TOTHIST, GCHIST or GCHSUM") TO WS-RET
    END-IF

    MOVE J-SETSIZE(WS-FRAME, 1000, 700) TO WS-RET
    MOVE J-PACK(WS-FRAME) TO WS-RET
    MOVE J-SHOW(WS-FRAME) TO WS-RET

    PERFORM UNTIL WS-ACTION = WS-FRAME
       MOVE J-NEXTACTION() TO WS-ACTION
       EVALUATE WS-ACTION
          WHEN WS-CHO-SUBJECT
          WHEN WS-CHO-AMOUNT
          WHEN WS-BTN-CHART
             PERFORM READ-SELECTION
             IF WS-SEL-SUBJ > ZERO
                PERFORM SHOW-TREND
             END-IF
          WHEN WS-BTN-PRINT
*>           the chart, then its rows, for the monthly review pack
             MOVE J-PRINT(WS-CHART) TO WS-RET
             MOVE J-PRINT(WS-TABLE) TO WS-RET
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-PERFORM

    MOVE J-QUIT() TO WS-RET

    STOP RUN.

*>******************************************************************************
*> the files arrive in run order (each is appended as the runs
*> happen), so the rows keep file order and the trailing average
*> builds up as gctotvar01 builds it
 LOAD-TOTHIST.
    OPEN INPUT TOTHIST
    IF WS-TOT-STATUS NOT = "00"
       CLOSE TOTHIST
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-TOT-STATUS NOT = "00"
       READ TOTHIST
       END-READ
       IF WS-TOT-STATUS = "00" AND TOTHIST-RECORD NOT = SPACES
          IF WS-HIS-COUNT < 6000
             ADD 1 TO WS-HIS-COUNT
             MOVE "T"          TO WS-HIS-SOURCE(WS-HIS-COUNT)
             MOVE TOT-CH-FIELD TO WS-HIS-NAME(WS-HIS-COUNT)
             MOVE TOT-RUN-DATE TO WS-HIS-WHEN(WS-HIS-COUNT)
             MOVE TOT-RUN-DATE TO WS-HIS-DATE(WS-HIS-COUNT)
             MOVE TOT-BI-TOTAL TO WS-HIS-AMOUNT(WS-HIS-COUNT, 1)
             MOVE TOT-FI-TOTAL TO WS-HIS-AMOUNT(WS-HIS-COUNT, 2)
             MOVE TOT-PD-TOTAL TO WS-HIS-AMOUNT(WS-HIS-COUNT, 3)
             MOVE TOT-ZD-TOTAL TO WS-HIS-AMOUNT(WS-HIS-COUNT, 4)
             MOVE TOT-RECORD-COUNT TO WS-SHOW-NUM
             MOVE SPACES TO WS-HIS-DETAIL(WS-HIS-COUNT)
             STRING "job " TOT-JOB-NAME " records "
                    TRIM(WS-SHOW-NUM)
                 DELIMITED BY SIZE INTO WS-HIS-DETAIL(WS-HIS-COUNT)
             END-STRING
             PERFORM ADD-SUBJECT
          ELSE
             ADD 1 TO WS-HIS-SKIPPED
          END-IF
       END-IF
    END-PERFORM
    CLOSE TOTHIST.

*> only real executions shape a job's trend, as in gchstrpt01: the
*> calendar-skipped (CS) and operator-action records carry no
*> elapsed time worth charting
 LOAD-GCHIST.
    OPEN INPUT GCHIST
    IF WS-HST-STATUS NOT = "00"
       CLOSE GCHIST
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-HST-STATUS NOT = "00"
       READ GCHIST
       END-READ
       IF WS-HST-STATUS = "00"
        AND (HST-STATUS = "OK" OR HST-STATUS = "AB")
          IF WS-HIS-COUNT < 6000
             ADD 1 TO WS-HIS-COUNT
             MOVE "H"          TO WS-HIS-SOURCE(WS-HIS-COUNT)
             MOVE HST-JOB-NAME TO WS-HIS-NAME(WS-HIS-COUNT)
             MOVE SPACES TO WS-HIS-WHEN(WS-HIS-COUNT)
             STRING HST-RUN-DATE " " HST-RUN-TIME(1:4)
                 DELIMITED BY SIZE INTO WS-HIS-WHEN(WS-HIS-COUNT)
             END-STRING
             MOVE HST-RUN-DATE TO WS-HIS-DATE(WS-HIS-COUNT)
             MOVE HST-ELAPSED-HS TO WS-HIS-AMOUNT(WS-HIS-COUNT, 1)
             MOVE ZERO TO WS-HIS-AMOUNT(WS-HIS-COUNT, 2)
                          WS-HIS-AMOUNT(WS-HIS-COUNT, 3)
                          WS-HIS-AMOUNT(WS-HIS-COUNT, 4)
             MOVE SPACES TO WS-HIS-DETAIL(WS-HIS-COUNT)
             STRING "in " HST-RECORDS-IN " out " HST-RECORDS-OUT
                    " status " HST-STATUS
                 DELIMITED BY SIZE INTO WS-HIS-DETAIL(WS-HIS-COUNT)
             END-STRING
             PERFORM ADD-SUBJECT
          ELSE
             ADD 1 TO WS-HIS-SKIPPED
          END-IF
       END-IF
    END-PERFORM
    CLOSE GCHIST.

*> a month's point is its average elapsed time; its date is the first
*> of the month, for the period test
 LOAD-GCHSUM.
    OPEN INPUT GCHSUM
    IF WS-HSM-STATUS NOT = "00"
       CLOSE GCHSUM
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-HSM-STATUS NOT = "00"
       READ GCHSUM
       END-READ
       IF WS-HSM-STATUS = "00" AND GCHSUM-RECORD NOT = SPACES
          IF WS-HIS-COUNT < 6000
             ADD 1 TO WS-HIS-COUNT
             MOVE "S"          TO WS-HIS-SOURCE(WS-HIS-COUNT)
             MOVE HSM-JOB-NAME TO WS-HIS-NAME(WS-HIS-COUNT)
             MOVE HSM-MONTH    TO WS-HIS-WHEN(WS-HIS-COUNT)
             COMPUTE WS-HIS-DATE(WS-HIS-COUNT) = HSM-MONTH * 100 + 1
             MOVE HSM-AVG-ELAPSED-HS
               TO WS-HIS-AMOUNT(WS-HIS-COUNT, 1)
             MOVE ZERO TO WS-HIS-AMOUNT(WS-HIS-COUNT, 2)
                          WS-HIS-AMOUNT(WS-HIS-COUNT, 3)
                          WS-HIS-AMOUNT(WS-HIS-COUNT, 4)
             MOVE SPACES TO WS-HIS-DETAIL(WS-HIS-COUNT)
             STRING "runs " HSM-RUNS " failures " HSM-FAILURES
                    " max " HSM-MAX-ELAPSED-HS
                 DELIMITED BY SIZE INTO WS-HIS-DETAIL(WS-HIS-COUNT)
             END-STRING
             PERFORM ADD-SUBJECT
          ELSE
             ADD 1 TO WS-HIS-SKIPPED
          END-IF
       END-IF
    END-PERFORM
    CLOSE GCHSUM.

*> the row's key or job onto the subject choice, once
 ADD-SUBJECT.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING J FROM 1 BY 1
            UNTIL J > WS-SUBJ-COUNT OR WS-FOUND = "Y"
       IF WS-SUBJ-SOURCE(J) = WS-HIS-SOURCE(WS-HIS-COUNT)
        AND WS-SUBJ-NAME(J) = WS-HIS-NAME(WS-HIS-COUNT)
          MOVE "Y" TO WS-FOUND
       END-IF
    END-PERFORM
    IF WS-FOUND = "N" AND WS-SUBJ-COUNT < 500
       ADD 1 TO WS-SUBJ-COUNT
       MOVE WS-HIS-SOURCE(WS-HIS-COUNT) TO WS-SUBJ-SOURCE(WS-SUBJ-COUNT)
       MOVE WS-HIS-NAME(WS-HIS-COUNT)   TO WS-SUBJ-NAME(WS-SUBJ-COUNT)
    END-IF.

 BUILD-SUBJECT-TEXT.
    MOVE SPACES TO WS-SUBJ-TEXT
    EVALUATE WS-SUBJ-SOURCE(I)
       WHEN "T"
          STRING "TOTHIST key " WS-SUBJ-NAME(I)
              DELIMITED BY SIZE INTO WS-SUBJ-TEXT
          END-STRING
       WHEN "H"
          STRING "GCHIST job " WS-SUBJ-NAME(I) " (runs)"
              DELIMITED BY SIZE INTO WS-SUBJ-TEXT
          END-STRING
       WHEN OTHER
          STRING "GCHSUM job " WS-SUBJ-NAME(I) " (months)"
              DELIMITED BY SIZE INTO WS-SUBJ-TEXT
          END-STRING
    END-EVALUATE.

*>******************************************************************************
*> the choices and the period back from the window; a blank or
*> unreadable date leaves that end of the period open
 READ-SELECTION.
    MOVE J-GETSELECT(WS-CHO-SUBJECT) TO WS-SELECT
    IF WS-SELECT >= 0 AND WS-SELECT < WS-SUBJ-COUNT
       COMPUTE WS-SEL-SUBJ = WS-SELECT + 1
    END-IF
    MOVE J-GETSELECT(WS-CHO-AMOUNT) TO WS-SELECT
    IF WS-SELECT >= 0 AND WS-SELECT < 4
       COMPUTE WS-SEL-AMOUNT = WS-SELECT + 1
    END-IF
    MOVE SPACES TO WS-QRY-FROM-TEXT WS-QRY-TO-TEXT
    MOVE J-GETTEXT(WS-FLD-FROM, WS-QRY-FROM-TEXT) TO WS-RET
    MOVE J-GETTEXT(WS-FLD-TO, WS-QRY-TO-TEXT) TO WS-RET
    MOVE ZERO TO WS-QRY-FROM
    MOVE 99999999 TO WS-QRY-TO
    IF WS-QRY-FROM-TEXT NOT = SPACES
     AND TEST-NUMVAL(WS-QRY-FROM-TEXT) = ZERO
       MOVE NUMVAL(WS-QRY-FROM-TEXT) TO WS-QRY-FROM
    END-IF
    IF WS-QRY-TO-TEXT NOT = SPACES
     AND TEST-NUMVAL(WS-QRY-TO-TEXT) = ZERO
       MOVE NUMVAL(WS-QRY-TO-TEXT) TO WS-QRY-TO
    END-IF.

*>******************************************************************************
*> the chosen key or job, point by point: the trailing average and
*> band come from every earlier row, in the period or not; only
*> the rows inside the period are charted and listed
 SHOW-TREND.
    MOVE J-CHARTCLEAR(WS-CHART) TO WS-RET
    MOVE J-CLEARTABLE(WS-TABLE) TO WS-RET
    MOVE ZERO TO WS-TRAIL-SUM WS-TRAIL-RUNS
    MOVE ZERO TO WS-POINT-COUNT WS-ALARM-COUNT
    MOVE SPACES TO WS-LAST-WHEN
    MOVE 1 TO WS-DUP-SEQ
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HIS-COUNT
       IF WS-HIS-SOURCE(I) = WS-SUBJ-SOURCE(WS-SEL-SUBJ)
        AND WS-HIS-NAME(I) = WS-SUBJ-NAME(WS-SEL-SUBJ)
          IF WS-HIS-SOURCE(I) = "T"
             MOVE WS-HIS-AMOUNT(I, WS-SEL-AMOUNT) TO WS-VALUE
          ELSE
             MOVE WS-HIS-AMOUNT(I, 1) TO WS-VALUE
          END-IF
          PERFORM JUDGE-POINT
          PERFORM TEST-PERIOD
          IF WS-IN-PERIOD = "Y"
             PERFORM SHOW-POINT
          END-IF
          ADD WS-VALUE TO WS-TRAIL-SUM
          ADD 1 TO WS-TRAIL-RUNS
       END-IF
    END-PERFORM
    PERFORM SHOW-TREND-STATUS.

*> the point against its trailing average: a key's band is the
*> average plus and minus the gctotvar01 percentage (of the
*> average's size, so a negative average bands the same way); a
*> job's limit is the average plus the gchstrpt01 drift.  The first
*> row has no earlier runs, and a zero average no band - neither
*> can alarm, as in gctotvar01
 JUDGE-POINT.
    MOVE SPACES TO WS-ALARM
    IF WS-TRAIL-RUNS = ZERO
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-TRAIL-AVG ROUNDED = WS-TRAIL-SUM / WS-TRAIL-RUNS
    COMPUTE WS-POINT-AVG ROUNDED = WS-TRAIL-AVG
    IF WS-HIS-SOURCE(I) = "T"
       IF WS-TRAIL-AVG < ZERO
          COMPUTE WS-BAND-WIDTH
              = (ZERO - WS-TRAIL-AVG) * WS-ALARM-PCT / 100
       ELSE
          COMPUTE WS-BAND-WIDTH = WS-TRAIL-AVG * WS-ALARM-PCT / 100
       END-IF
       COMPUTE WS-POINT-LOW ROUNDED = WS-TRAIL-AVG - WS-BAND-WIDTH
       COMPUTE WS-POINT-HIGH ROUNDED = WS-TRAIL-AVG + WS-BAND-WIDTH
       IF WS-TRAIL-AVG NOT = ZERO
        AND (WS-VALUE < WS-POINT-LOW OR WS-VALUE > WS-POINT-HIGH)
          MOVE "VARIANCE" TO WS-ALARM
       END-IF
    ELSE
       COMPUTE WS-POINT-HIGH ROUNDED
           = WS-TRAIL-AVG * (100 + WS-DRIFT-PCT) / 100
       IF WS-VALUE > WS-POINT-HIGH
          MOVE "DRIFT" TO WS-ALARM
       END-IF
    END-IF.

*> a GCHSUM month against the months of the period
 TEST-PERIOD.
    MOVE "Y" TO WS-IN-PERIOD
    IF WS-HIS-SOURCE(I) = "S"
       IF WS-HIS-DATE(I)(1:6) < WS-QRY-FROM(1:6)
        OR WS-HIS-DATE(I)(1:6) > WS-QRY-TO(1:6)
          MOVE "N" TO WS-IN-PERIOD
       END-IF
    ELSE
       IF WS-HIS-DATE(I) < WS-QRY-FROM
        OR WS-HIS-DATE(I) > WS-QRY-TO
          MOVE "N" TO WS-IN-PERIOD
       END-IF
    END-IF.

*> a rerun on the same day gets its own point: the label of a row
*> repeating the one before is numbered
 SHOW-POINT.
    ADD 1 TO WS-POINT-COUNT
    IF WS-ALARM NOT = SPACES
       ADD 1 TO WS-ALARM-COUNT
    END-IF
    IF WS-HIS-WHEN(I) = WS-LAST-WHEN
       ADD 1 TO WS-DUP-SEQ
       MOVE WS-DUP-SEQ TO WS-DUP-SHOW
       MOVE SPACES TO WS-LABEL
       STRING TRIM(WS-HIS-WHEN(I)) "/" TRIM(WS-DUP-SHOW)
           DELIMITED BY SIZE INTO WS-LABEL
       END-STRING
    ELSE
       MOVE 1 TO WS-DUP-SEQ
       MOVE WS-HIS-WHEN(I) TO WS-LABEL WS-LAST-WHEN
    END-IF
    MOVE J-CHARTADDVALUE(WS-CHART, WS-LABEL, WS-VALUE) TO WS-RET
    MOVE WS-VALUE TO WS-SHOW-VALUE
    MOVE SPACES TO WS-ROW-TEXT
    IF WS-TRAIL-RUNS = ZERO
       STRING WS-LABEL "|" TRIM(WS-SHOW-VALUE) "|||||"
              WS-HIS-DETAIL(I)
           DELIMITED BY SIZE INTO WS-ROW-TEXT
       END-STRING
    ELSE
       MOVE J-CHARTADDVALUE(WS-SER-AVG, WS-LABEL, WS-POINT-AVG)
         TO WS-RET
       MOVE J-CHARTADDVALUE(WS-SER-HIGH, WS-LABEL, WS-POINT-HIGH)
         TO WS-RET
       MOVE WS-POINT-AVG TO WS-SHOW-AVG
       MOVE WS-POINT-HIGH TO WS-SHOW-HIGH
       IF WS-HIS-SOURCE(I) = "T"
          MOVE J-CHARTADDVALUE(WS-SER-LOW, WS-LABEL, WS-POINT-LOW)
            TO WS-RET
          MOVE WS-POINT-LOW TO WS-SHOW-LOW
          STRING WS-LABEL "|" TRIM(WS-SHOW-VALUE) "|"
                 TRIM(WS-SHOW-AVG) "|" TRIM(WS-SHOW-LOW) "|"
                 TRIM(WS-SHOW-HIGH) "|" WS-ALARM "|"
                 WS-HIS-DETAIL(I)
              DELIMITED BY SIZE INTO WS-ROW-TEXT
          END-STRING
       ELSE
          STRING WS-LABEL "|" TRIM(WS-SHOW-VALUE) "|"
                 TRIM(WS-SHOW-AVG) "||"
                 TRIM(WS-SHOW-HIGH) "|" WS-ALARM "|"
                 WS-HIS-DETAIL(I)
              DELIMITED BY SIZE INTO WS-ROW-TEXT
          END-STRING
       END-IF
    END-IF
    MOVE J-ADDROW(WS-TABLE, WS-ROW-TEXT) TO WS-RET.

*> what is charted, in what unit, against which band
 SHOW-TREND-STATUS.
    MOVE WS-POINT-COUNT TO WS-SHOW-COUNT
    MOVE WS-ALARM-COUNT TO WS-SHOW-ALARMS
    MOVE SPACES TO WS-STATUS-TEXT
    IF WS-SUBJ-SOURCE(WS-SEL-SUBJ) = "T"
       MOVE WS-ALARM-PCT TO WS-SHOW-PCT
       STRING "key " TRIM(WS-SUBJ-NAME(WS-SEL-SUBJ)) " "
              TRIM(WS-AMOUNT-NAME(WS-SEL-AMOUNT)) ": "
              TRIM(WS-SHOW-COUNT) " runs, band +/-"
              TRIM(WS-SHOW-PCT) "% of the trailing average, "
              TRIM(WS-SHOW-ALARMS) " outside it"
           DELIMITED BY SIZE INTO WS-STATUS-TEXT
       END-STRING
    ELSE
       MOVE WS-DRIFT-PCT TO WS-SHOW-PCT
       STRING "job " TRIM(WS-SUBJ-NAME(WS-SEL-SUBJ))
              " elapsed (1/100 s): " TRIM(WS-SHOW-COUNT)
              " points, limit +" TRIM(WS-SHOW-PCT)
              "% of the trailing average, "
              TRIM(WS-SHOW-ALARMS) " over it"
           DELIMITED BY SIZE INTO WS-STATUS-TEXT
       END-STRING
    END-IF
    IF WS-POINT-COUNT = ZERO
       MOVE SPACES TO WS-STATUS-TEXT
       STRING TRIM(WS-SUBJ-NAME(WS-SEL-SUBJ))
              ": no rows in the period"
           DELIMITED BY SIZE INTO WS-STATUS-TEXT
       END-STRING
    END-IF
    MOVE J-SETTEXT(WS-LBL-STATUS, WS-STATUS-TEXT) TO WS-RET.
