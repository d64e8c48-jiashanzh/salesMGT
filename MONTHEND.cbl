      ******************************************************************
      * Author:
      * Date:
      * Purpose: MONTH-END CLOSE DRIVER WITH A RUN-CONTROL LOG
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
               SELECT RUN-LOG-FILE
               ASSIGN TO "D:\db\runlog.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-RUNLOG.
      *>  ========================================
               SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO "D:\db\period"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-YYYYMM OF REC-PERIOD
               FILE STATUS IS FILE-STA-PERIOD.
      *>  ========================================
               SELECT MONTH-END-REPORT-FILE
               ASSIGN TO "D:\db\monthend.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         COPY RUNLOGFILE.
         COPY PERIODFILE.
       FD MONTH-END-REPORT-FILE.
       01 REC-MONTH-END-REPORT         PIC X(100).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 ME-ACTION-CHOICE             PIC X.
       01 ME-TODAY-WS                  PIC 9(8).
       01 ME-PERIOD-WS.
           02 ME-YYYY-WS               PIC 9(4).
           02 ME-MM-WS                 PIC 9(2).
       01 ME-PERIOD-NUM-WS REDEFINES ME-PERIOD-WS
                                       PIC 9(6).
       01 ME-DATE-WS.
           02 ME-DATE-YYYYMM-WS        PIC 9(6).
           02 ME-DATE-DD-WS            PIC 9(2).
       01 ME-DATE-NUM-WS REDEFINES ME-DATE-WS
                                       PIC 9(8).
       01 ME-FIRST-DAY-WS              PIC 9(8).
       01 ME-LAST-DAY-WS               PIC 9(8).
       01 DATE-MODE-WS                 PIC X.
       01 DATE-OK-WS                   PIC X.
       01 ME-STEP-COUNT-WS             PIC 9(7).
       01 ME-BLOCKED-SW                PIC X.
           88 ME-BLOCKED                   VALUE "Y".
       01 ME-FAILED-SW                 PIC X.
           88 ME-FAILED                    VALUE "Y".
       01 ME-PERIOD-CLOSED-SW          PIC X.
           88 ME-PERIOD-ALREADY-CLOSED     VALUE "Y".
       01 ME-LAST-STATUS-WS            PIC X(8).
       01 CALL-RETURN-WS               PIC 9.
       01 ME-GL-PARAM-WS.
           02 ME-GL-YYYY-WS            PIC 9(4).
           02 ME-GL-MM-WS              PIC 9(2).
           02 ME-GL-LINES-WS           PIC 9(7).
       01 ME-ARCHIVE-PARAM-WS.
           02 ME-ARC-CUTOFF-WS         PIC 9(8).
           02 ME-ARC-COUNT-WS          PIC 9(7).
       01 ME-FX-PARAM-WS.
           02 ME-FX-CLOSE-DATE-WS      PIC 9(8).
           02 ME-FX-COUNT-WS           PIC 9(7).
       01 ME-SNAP-PARAM-WS.
           02 ME-SNAP-YYYYMM-WS        PIC 9(6).
           02 ME-SNAP-RATE-DATE-WS     PIC 9(8).
           02 ME-SNAP-COUNT-WS         PIC 9(7).
       01 ME-PRINT-PARAM-WS.
           02 ME-PRINT-REPORT-WS       PIC X.
           02 ME-PRINT-YYYYMM-WS       PIC 9(6).
           02 ME-PRINT-COUNT-WS        PIC 9(7).
      *>  ONE ROW PER STEP, IN THE ORDER THEY RUN. A STEP THE RUN
      *>  NEVER REACHED STAYS "NOT RUN" ON THE COMPLETION REPORT.
       01 ME-STEP-TABLE-WS.
           02 ME-STEP-IDX              PIC 9(2).
           02 ME-FAILED-STEP-WS        PIC X(10).
           02 ME-STEP-ROW OCCURS 8 TIMES.
               03 ME-STEP-NAME         PIC X(10).
               03 ME-STEP-STATUS       PIC X(8).
               03 ME-STEP-COUNT        PIC 9(7).
               03 ME-STEP-START        PIC 9(8).
               03 ME-STEP-END          PIC 9(8).
       01 ME-REPORT-LINE-WS            PIC X(100).
       LINKAGE SECTION.
       01 LS-RETURN-MONTHEND PIC 9.
       01 LS-OPERATOR-ID     PIC X(10).

       PROCEDURE DIVISION USING LS-RETURN-MONTHEND LS-OPERATOR-ID.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============MONTH END"
           MOVE 0 TO LS-RETURN-MONTHEND.
           ACCEPT ME-TODAY-WS FROM DATE YYYYMMDD.

           PERFORM CHECK-PRIOR-RUN.
           IF ME-BLOCKED
               DISPLAY "PREVIOUS RUN LEFT A STEP "
                       ME-LAST-STATUS-WS " - MONTH END REFUSED."
               DISPLAY "R>RESET THE RUN LOG AND TRY AGAIN, ANY "
                       "OTHER KEY TO LEAVE:"
               ACCEPT ME-ACTION-CHOICE
               IF ME-ACTION-CHOICE = "R"
                   MOVE "RESET" TO STEP-RUN-LOG
                   MOVE 0 TO ME-STEP-COUNT-WS
                   MOVE 0 TO CALL-RETURN-WS
                   PERFORM WRITE-RUN-LOG-END
                   DISPLAY "RUN LOG RESET - START MONTH END AGAIN."
               END-IF
               GO TO MAIN-PROCEDURE-EXT
           END-IF.

      *>  ONLY A WHOLE MONTH ALREADY BEGUN CAN BE CLOSED.
           CHECK-ME-PERIOD.
           DISPLAY "ENTER PERIOD TO CLOSE (YYYYMM):"
           ACCEPT ME-PERIOD-WS
           IF ME-PERIOD-WS NOT NUMERIC
                  OR ME-MM-WS < 1 OR ME-MM-WS > 12
                  OR ME-YYYY-WS = 0
                  OR ME-PERIOD-NUM-WS > ME-TODAY-WS(1:6)
               DISPLAY "NOT A VALID PERIOD! PLEASE RE-ENTER:"
               GO TO CHECK-ME-PERIOD
           END-IF.

           PERFORM CHECK-PERIOD-STATUS.
           IF ME-PERIOD-ALREADY-CLOSED
               DISPLAY "PERIOD " ME-PERIOD-NUM-WS
                       " IS ALREADY CLOSED - NOTHING TO RUN."
               GO TO MAIN-PROCEDURE-EXT
           END-IF.
           DISPLAY "MONTH END WILL ARCHIVE, REVALUE, EXTRACT, "
                   "SNAPSHOT STOCK, DUN, REPORT AND CLOSE PERIOD "
                   ME-PERIOD-NUM-WS "."
           DISPLAY "ARE YOU SURE? (Y/N):"
           ACCEPT ME-ACTION-CHOICE
           IF ME-ACTION-CHOICE NOT = "Y"
               DISPLAY "MONTH END CANCELLED."
               GO TO MAIN-PROCEDURE-EXT
           END-IF.

           PERFORM INIT-STEP-TABLE.
           MOVE ME-PERIOD-NUM-WS TO ME-DATE-YYYYMM-WS.
           MOVE 1 TO ME-DATE-DD-WS.
           MOVE ME-DATE-NUM-WS TO ME-FIRST-DAY-WS.
           PERFORM FIND-LAST-DAY-OF-MONTH.
           MOVE ME-DATE-NUM-WS TO ME-LAST-DAY-WS.

      *>  STEP 1 - ARCHIVE AND PURGE EVERYTHING BEFORE THE MONTH
      *>  BEING CLOSED. THE MONTH ITSELF STAYS LIVE FOR THE GL
      *>  EXTRACT AND THE REPORTS THAT FOLLOW.
           MOVE 1 TO ME-STEP-IDX.
           PERFORM ME-STEP-BEGIN.
           MOVE ME-FIRST-DAY-WS TO ME-ARC-CUTOFF-WS.
           MOVE 0 TO ME-ARC-COUNT-WS.
           CALL 'ARCHIVE' USING CALL-RETURN-WS ME-ARCHIVE-PARAM-WS.
           MOVE ME-ARC-COUNT-WS TO ME-STEP-COUNT-WS.
           PERFORM ME-STEP-FINISH.
           IF ME-FAILED
               GO TO ME-RUN-DONE
           END-IF.

      *>  STEP 2 - REVALUE OPEN FOREIGN-CURRENCY PAYABLES AT THE
      *>  RATE RULING ON THE LAST DAY OF THE MONTH.
           MOVE 2 TO ME-STEP-IDX.
           PERFORM ME-STEP-BEGIN.
           MOVE ME-LAST-DAY-WS TO ME-FX-CLOSE-DATE-WS.
           MOVE 0 TO ME-FX-COUNT-WS.
           CALL 'FXREVAL' USING CALL-RETURN-WS ME-FX-PARAM-WS.
           MOVE ME-FX-COUNT-WS TO ME-STEP-COUNT-WS.
           PERFORM ME-STEP-FINISH.
           IF ME-FAILED
               GO TO ME-RUN-DONE
           END-IF.

      *>  STEP 3 - GL EXTRACT FOR THE PERIOD.
           MOVE 3 TO ME-STEP-IDX.
           PERFORM ME-STEP-BEGIN.
           MOVE ME-YYYY-WS TO ME-GL-YYYY-WS.
           MOVE ME-MM-WS TO ME-GL-MM-WS.
           MOVE 0 TO ME-GL-LINES-WS.
           CALL 'GLEXTRACT' USING CALL-RETURN-WS ME-GL-PARAM-WS.
           MOVE ME-GL-LINES-WS TO ME-STEP-COUNT-WS.
           PERFORM ME-STEP-FINISH.
           IF ME-FAILED
               GO TO ME-RUN-DONE
           END-IF.

      *>  STEP 4 - SNAPSHOT THE STOCK ON HAND AT FIFO COST, VALUED
      *>  IN HOME CURRENCY AT THE MONTH'S CLOSING RATES, FOR THE
      *>  "AS AT" VALUATION REPORT.
           MOVE 4 TO ME-STEP-IDX.
           PERFORM ME-STEP-BEGIN.
           MOVE ME-PERIOD-NUM-WS TO ME-SNAP-YYYYMM-WS.
           MOVE ME-LAST-DAY-WS TO ME-SNAP-RATE-DATE-WS.
           MOVE 0 TO ME-SNAP-COUNT-WS.
           CALL 'INVSNAP' USING CALL-RETURN-WS ME-SNAP-PARAM-WS.
           MOVE ME-SNAP-COUNT-WS TO ME-STEP-COUNT-WS.
           PERFORM ME-STEP-FINISH.
           IF ME-FAILED
               GO TO ME-RUN-DONE
           END-IF.

      *>  STEPS 5 TO 7 - DUNNING LETTERS, THE COMMISSION REPORT AND
      *>  THE VAT RETURN, EACH SPOOLED LIKE A MENU RUN.
           MOVE 5 TO ME-STEP-IDX.
           MOVE "N" TO ME-PRINT-REPORT-WS.
           PERFORM ME-PRINT-STEP.
           IF ME-FAILED
               GO TO ME-RUN-DONE
           END-IF.
           MOVE 6 TO ME-STEP-IDX.
           MOVE "K" TO ME-PRINT-REPORT-WS.
           PERFORM ME-PRINT-STEP.
           IF ME-FAILED
               GO TO ME-RUN-DONE
           END-IF.
           MOVE 7 TO ME-STEP-IDX.
           MOVE "T" TO ME-PRINT-REPORT-WS.
           PERFORM ME-PRINT-STEP.
           IF ME-FAILED
               GO TO ME-RUN-DONE
           END-IF.

      *>  STEP 8 - CLOSE THE PERIOD. ONLY REACHED WHEN EVERY STEP
      *>  BEFORE IT FINISHED OK.
           MOVE 8 TO ME-STEP-IDX.
           PERFORM ME-STEP-BEGIN.
           PERFORM CLOSE-ME-PERIOD.
           PERFORM ME-STEP-FINISH.

           ME-RUN-DONE.
           PERFORM WRITE-COMPLETION-REPORT.
           IF ME-FAILED
               MOVE 1 TO LS-RETURN-MONTHEND
               DISPLAY "MONTH END STOPPED AT STEP " ME-FAILED-STEP-WS
                       " - PERIOD " ME-PERIOD-NUM-WS " LEFT OPEN."
           ELSE
               DISPLAY "MONTH END COMPLETE - PERIOD "
                       ME-PERIOD-NUM-WS " CLOSED."
           END-IF.
           DISPLAY "COMPLETION REPORT WRITTEN TO MONTHEND.PRT.".
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

      *>  THE RUN IS REFUSED WHEN THE LAST LOGGED STEP NEVER
      *>  FINISHED (STARTED) OR FAILED - SOMEONE MUST LOOK FIRST.
      *>  END-OF-DAY AND MONTH END SHARE THE ONE RUN LOG.
       CHECK-PRIOR-RUN SECTION.
           MOVE "N" TO ME-BLOCKED-SW.
           MOVE SPACE TO ME-LAST-STATUS-WS.
           OPEN INPUT RUN-LOG-FILE.
           IF NOT (FILE-STA-RUNLOG = 00)
               GO TO CHECK-PRIOR-RUN-EXT
           END-IF.
           CHECK-PRIOR-RUN-READ.
           READ RUN-LOG-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE STATUS-RUN-LOG TO ME-LAST-STATUS-WS
                   GO TO CHECK-PRIOR-RUN-READ
           END-READ.
           CLOSE RUN-LOG-FILE.
           IF ME-LAST-STATUS-WS = "STARTED"
                  OR ME-LAST-STATUS-WS = "FAILED"
               SET ME-BLOCKED TO TRUE
           END-IF.
           .
       CHECK-PRIOR-RUN-EXT.
           EXIT.

      *>  A PERIOD WITH NO ROW ON THE PERIOD FILE IS OPEN.
       CHECK-PERIOD-STATUS SECTION.
           MOVE "N" TO ME-PERIOD-CLOSED-SW.
           OPEN INPUT PERIOD-FILE.
           IF NOT (FILE-STA-PERIOD = 00)
               GO TO CHECK-PERIOD-STATUS-EXT
           END-IF.
           MOVE ME-PERIOD-NUM-WS TO PERIOD-YYYYMM.
           READ PERIOD-FILE
               KEY IS PERIOD-YYYYMM OF REC-PERIOD
               NOT INVALID KEY
                   IF PERIOD-CLOSED
                       SET ME-PERIOD-ALREADY-CLOSED TO TRUE
                   END-IF
           END-READ.
           CLOSE PERIOD-FILE.
           .
       CHECK-PERIOD-STATUS-EXT.
           EXIT.

       INIT-STEP-TABLE SECTION.
           MOVE "N" TO ME-FAILED-SW.
           MOVE SPACE TO ME-FAILED-STEP-WS.
           MOVE "ARCHIVE" TO ME-STEP-NAME(1).
           MOVE "FXREVAL" TO ME-STEP-NAME(2).
           MOVE "GLEXTRACT" TO ME-STEP-NAME(3).
           MOVE "INVSNAP" TO ME-STEP-NAME(4).
           MOVE "DUNNING" TO ME-STEP-NAME(5).
           MOVE "COMMISSION" TO ME-STEP-NAME(6).
           MOVE "VATRETURN" TO ME-STEP-NAME(7).
           MOVE "PERIODCLS" TO ME-STEP-NAME(8).
           MOVE 1 TO ME-STEP-IDX.
           INIT-STEP-ROW.
           IF ME-STEP-IDX > 8
               GO TO INIT-STEP-TABLE-EXT
           END-IF.
           MOVE "NOT RUN" TO ME-STEP-STATUS(ME-STEP-IDX).
           MOVE 0 TO ME-STEP-COUNT(ME-STEP-IDX).
           MOVE 0 TO ME-STEP-START(ME-STEP-IDX).
           MOVE 0 TO ME-STEP-END(ME-STEP-IDX).
           ADD 1 TO ME-STEP-IDX.
           GO TO INIT-STEP-ROW.
           .
       INIT-STEP-TABLE-EXT.
           EXIT.

      *>  STEPS BACK FROM THE 31ST UNTIL THE DATE IS A REAL ONE.
       FIND-LAST-DAY-OF-MONTH SECTION.
           MOVE ME-PERIOD-NUM-WS TO ME-DATE-YYYYMM-WS.
           MOVE 31 TO ME-DATE-DD-WS.
           FIND-LAST-DAY-TRY.
           MOVE "C" TO DATE-MODE-WS.
           CALL 'DATECHK' USING ME-DATE-NUM-WS DATE-MODE-WS DATE-OK-WS.
           IF DATE-OK-WS NOT = "Y" AND ME-DATE-DD-WS > 28
               SUBTRACT 1 FROM ME-DATE-DD-WS
               GO TO FIND-LAST-DAY-TRY
           END-IF.
           .
       FIND-LAST-DAY-OF-MONTH-EXT.
           EXIT.

      *>  ONE REPORT RUN UNATTENDED THROUGH THE PRINT PROGRAM FOR
      *>  THE WHOLE PERIOD.
       ME-PRINT-STEP SECTION.
           PERFORM ME-STEP-BEGIN.
           MOVE ME-PERIOD-NUM-WS TO ME-PRINT-YYYYMM-WS.
           MOVE 0 TO ME-PRINT-COUNT-WS.
           CALL 'PRINTMAIN' USING CALL-RETURN-WS LS-OPERATOR-ID
               ME-PRINT-PARAM-WS.
           MOVE ME-PRINT-COUNT-WS TO ME-STEP-COUNT-WS.
           PERFORM ME-STEP-FINISH.
           .
       ME-PRINT-STEP-EXT.
           EXIT.

       ME-STEP-BEGIN SECTION.
           MOVE ME-STEP-NAME(ME-STEP-IDX) TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           MOVE "STARTED" TO ME-STEP-STATUS(ME-STEP-IDX).
           MOVE START-TIME-RUN-LOG TO ME-STEP-START(ME-STEP-IDX).
           MOVE 0 TO CALL-RETURN-WS.
           DISPLAY "MONTH END STEP " ME-STEP-IDX " - "
                   ME-STEP-NAME(ME-STEP-IDX).
           .
       ME-STEP-BEGIN-EXT.
           EXIT.

      *>  A NON-ZERO RETURN FROM THE STEP IS LOGGED AS FAILED AND
      *>  STOPS THE RUN - THE PERIOD IS NEVER CLOSED BEHIND IT.
       ME-STEP-FINISH SECTION.
           MOVE ME-STEP-NAME(ME-STEP-IDX) TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-END.
           MOVE STATUS-RUN-LOG TO ME-STEP-STATUS(ME-STEP-IDX).
           MOVE ME-STEP-COUNT-WS TO ME-STEP-COUNT(ME-STEP-IDX).
           MOVE END-TIME-RUN-LOG TO ME-STEP-END(ME-STEP-IDX).
           IF RUN-STEP-FAILED
               SET ME-FAILED TO TRUE
               MOVE ME-STEP-NAME(ME-STEP-IDX) TO ME-FAILED-STEP-WS
           END-IF.
           .
       ME-STEP-FINISH-EXT.
           EXIT.

       WRITE-RUN-LOG-START SECTION.
           MOVE ME-TODAY-WS TO DATE-RUN-LOG.
           ACCEPT START-TIME-RUN-LOG FROM TIME.
           MOVE 0 TO END-TIME-RUN-LOG.
           SET RUN-STEP-STARTED TO TRUE.
           MOVE 0 TO COUNT-RUN-LOG.
           MOVE 0 TO ME-STEP-COUNT-WS.
           OPEN EXTEND RUN-LOG-FILE.
           WRITE REC-RUN-LOG.
           CLOSE RUN-LOG-FILE.
           .
       WRITE-RUN-LOG-START-EXT.
           EXIT.

       WRITE-RUN-LOG-END SECTION.
           MOVE ME-TODAY-WS TO DATE-RUN-LOG.
           ACCEPT END-TIME-RUN-LOG FROM TIME.
           IF CALL-RETURN-WS = 0
               SET RUN-STEP-OK TO TRUE
           ELSE
               SET RUN-STEP-FAILED TO TRUE
           END-IF.
           MOVE ME-STEP-COUNT-WS TO COUNT-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           WRITE REC-RUN-LOG.
           CLOSE RUN-LOG-FILE.
           .
       WRITE-RUN-LOG-END-EXT.
           EXIT.

      *>  THE SAME CLOSE FINANCE MAKES BY HAND ON PERIOD CONTROL.
       CLOSE-ME-PERIOD SECTION.
           OPEN I-O PERIOD-FILE.
           IF NOT (FILE-STA-PERIOD = 00 OR FILE-STA-PERIOD = 05)
               DISPLAY "PERIOD FILE WILL NOT OPEN - STATUS "
                       FILE-STA-PERIOD
               MOVE 1 TO CALL-RETURN-WS
               GO TO CLOSE-ME-PERIOD-EXT
           END-IF.
           MOVE ME-PERIOD-NUM-WS TO PERIOD-YYYYMM.
           SET PERIOD-CLOSED TO TRUE.
           WRITE REC-PERIOD
               INVALID KEY
                   REWRITE REC-PERIOD
           END-WRITE.
           CLOSE PERIOD-FILE.
           MOVE 1 TO ME-STEP-COUNT-WS.
           .
       CLOSE-ME-PERIOD-EXT.
           EXIT.

      *>  ONE PAGE FOR THE FINANCE MANAGER: EVERY STEP WITH ITS
      *>  OUTCOME, COUNT AND TIMES, THEN WHETHER THE PERIOD CLOSED.
       WRITE-COMPLETION-REPORT SECTION.
           OPEN OUTPUT MONTH-END-REPORT-FILE.
           MOVE SPACE TO ME-REPORT-LINE-WS.
           STRING "MONTH-END COMPLETION REPORT - PERIOD "
               ME-PERIOD-NUM-WS " - RUN " ME-TODAY-WS
               " BY " LS-OPERATOR-ID
               DELIMITED BY SIZE INTO ME-REPORT-LINE-WS.
           PERFORM WRITE-ME-REPORT-LINE.
           MOVE "STEP       STATUS      COUNT  STARTED  FINISHED"
               TO ME-REPORT-LINE-WS.
           PERFORM WRITE-ME-REPORT-LINE.
           MOVE 1 TO ME-STEP-IDX.
           ME-REPORT-ROW.
           IF ME-STEP-IDX > 8
               GO TO ME-REPORT-ROWS-DONE
           END-IF.
           MOVE SPACE TO ME-REPORT-LINE-WS.
           STRING ME-STEP-NAME(ME-STEP-IDX) " "
               ME-STEP-STATUS(ME-STEP-IDX) " "
               ME-STEP-COUNT(ME-STEP-IDX) " "
               ME-STEP-START(ME-STEP-IDX) " "
               ME-STEP-END(ME-STEP-IDX)
               DELIMITED BY SIZE INTO ME-REPORT-LINE-WS.
           PERFORM WRITE-ME-REPORT-LINE.
           ADD 1 TO ME-STEP-IDX.
           GO TO ME-REPORT-ROW.

           ME-REPORT-ROWS-DONE.
           MOVE SPACE TO ME-REPORT-LINE-WS.
           IF ME-FAILED
               STRING "PERIOD " ME-PERIOD-NUM-WS
                   " LEFT OPEN - STEP " ME-FAILED-STEP-WS
                   " FAILED. RESET THE RUN LOG ONCE PUT RIGHT."
                   DELIMITED BY SIZE INTO ME-REPORT-LINE-WS
           ELSE
               STRING "PERIOD " ME-PERIOD-NUM-WS
                   " CLOSED - NO FURTHER POSTINGS DATED IN IT."
                   DELIMITED BY SIZE INTO ME-REPORT-LINE-WS
           END-IF.
           PERFORM WRITE-ME-REPORT-LINE.
           STRING "GL EXTRACT IN GLEXTRACT.CSV, REVALUATION IN "
               "FXREVAL.CSV, LETTERS IN DUNNING.PRT."
               DELIMITED BY SIZE INTO ME-REPORT-LINE-WS.
           PERFORM WRITE-ME-REPORT-LINE.
           CLOSE MONTH-END-REPORT-FILE.
           .
       WRITE-COMPLETION-REPORT-EXT.
           EXIT.

       WRITE-ME-REPORT-LINE SECTION.
           DISPLAY ME-REPORT-LINE-WS.
           MOVE ME-REPORT-LINE-WS TO REC-MONTH-END-REPORT.
           WRITE REC-MONTH-END-REPORT.
           MOVE SPACE TO ME-REPORT-LINE-WS.
           .
       WRITE-ME-REPORT-LINE-EXT.
           EXIT.
