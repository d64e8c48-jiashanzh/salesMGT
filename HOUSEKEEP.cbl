      ******************************************************************
      * Author:
      * Date:
      * Purpose: RETENTION HOUSEKEEPING FOR THE LOG AND HISTORY FILES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
               SELECT JOURNAL-FILE
               ASSIGN TO "D:\db\journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-JOURNAL.
      *>  ========================================
               SELECT OPTIONAL SPOOL-CATALOG-FILE
               ASSIGN TO "D:\db\spoolcat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-SPOOL OF REC-SPOOL-CATALOG
               FILE STATUS IS FILE-STA-SPOOLCAT.
      *>  ========================================
               SELECT SPOOL-LOG-FILE
               ASSIGN TO "D:\db\spool.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-SPOOLLOG.
      *>  ========================================
               SELECT SESSION-LOG-FILE
               ASSIGN TO "D:\db\session.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-SESSLOG.
      *>  ========================================
               SELECT RECEIPT-FILE
               ASSIGN TO "D:\db\receipt.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-RECEIPT.
      *>  ========================================
               SELECT RETURN-FILE
               ASSIGN TO "D:\db\return.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-RETURN.
      *>  ========================================
               SELECT PRICE-HISTORY-FILE
               ASSIGN TO "D:\db\pricehist.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-PRICEHIST.
      *>  ========================================
               SELECT MERGE-LOG-FILE
               ASSIGN TO "D:\db\merge.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-MERGELOG.
      *>  ========================================
               SELECT OVERRIDE-LOG-FILE
               ASSIGN TO "D:\db\override.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-OVERLOG.
      *>  ========================================
               SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "D:\db\audithist"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEY-AUDIT OF REC-AUDIT
               FILE STATUS IS FILE-STA-AUDIT.
      *>  ========================================
               SELECT OPTIONAL LOG-HISTORY-FILE
               ASSIGN TO DYNAMIC HK-HIST-PATH-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-LOGHIST.
      *>  ========================================
               SELECT HK-TEMP-FILE
               ASSIGN TO "D:\db\housekeep.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-HKTEMP.
      *>  ========================================
               SELECT RUN-LOG-FILE
               ASSIGN TO "D:\db\runlog.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STA-RUNLOG.
      *>  ========================================
               SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO "D:\db\control"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NAME-CONTROL OF REC-CONTROL
               FILE STATUS IS FILE-STA-CONTROL.
       DATA DIVISION.
       FILE SECTION.
         COPY JRNFILE.
         COPY SPOOLFILE.
         COPY SESSLOG.
         COPY RECPTFILE.
         COPY RETNFILE.
         COPY PRCHIST.
         COPY AUDITFILE.
         COPY RUNLOGFILE.
         COPY CTLFILE.
       FD SPOOL-LOG-FILE.
       01 REC-SPOOL-LOG.
           02 ID-SPOOL-LINE            PIC 9(6).
           02 FILLER                   PIC X.
           02 TEXT-SPOOL-LINE          PIC X(143).
       FD MERGE-LOG-FILE.
       01 REC-MERGE-LOG                PIC X(120).
       FD OVERRIDE-LOG-FILE.
       01 REC-OVERRIDE-LOG             PIC X(120).
      *>  EVERY RECORD TAKEN OFF A LIVE FILE LANDS HERE FIRST, TAGGED
      *>  WITH THE DAY IT WAS MOVED AND THE FILE IT CAME FROM, SO ANY
      *>  OF THEM CAN BE PUT BACK BY HAND. THE FILE ONLY EVER GROWS -
      *>  IT IS THE ONE TO SHIP OFF TO ARCHIVE STORAGE.
       FD LOG-HISTORY-FILE.
       01 REC-LOG-HISTORY.
           02 DATE-MOVED-HST           PIC 9(8).
           02 FILLER                   PIC X.
           02 SOURCE-HST               PIC X(10).
           02 FILLER                   PIC X.
           02 IMAGE-HST                PIC X(200).
       FD HK-TEMP-FILE.
       01 REC-HK-TEMP                  PIC X(200).
       WORKING-STORAGE SECTION.
         COPY SALEPARAM.
       01 HK-ACTION-CHOICE             PIC X.
       01 HK-TODAY-WS                  PIC 9(8).
       01 HK-BACKUP-DATE-WS            PIC 9(8).
       01 HK-LAST-STATUS-WS            PIC X(8).
       01 HK-STEP-COUNT-WS             PIC 9(7).
       01 HK-TOTAL-MOVED-WS            PIC 9(7).
       01 HK-OPEN-MODE-WS              PIC X.
       01 HK-LIVE-STA-WS               PIC 99.
       01 HK-EOF-SW                    PIC X.
           88 HK-EOF                       VALUE "Y".
       01 HK-KEEP-SW                   PIC X.
           88 HK-KEEP                      VALUE "Y".
       01 HK-STEP-FAILED-SW            PIC X.
           88 HK-STEP-FAILED               VALUE "Y".
       01 HK-BLOCKED-SW                PIC X.
           88 HK-BLOCKED                   VALUE "Y".
       01 HK-RECORD-WS                 PIC X(200).
       01 HK-REC-SPOOL-WS              PIC 9(6).
       01 HK-REC-DATE-WS.
           02 HK-REC-YYYY-WS           PIC 9(4).
           02 HK-REC-MM-WS             PIC 9(2).
           02 HK-REC-DD-WS             PIC 9(2).
       01 HK-TODAY-PARTS-WS.
           02 HK-TODAY-YYYY-WS         PIC 9(4).
           02 HK-TODAY-MM-WS           PIC 9(2).
           02 HK-TODAY-DD-WS           PIC 9(2).
       01 HK-AGE-DAYS-WS               PIC S9(5).
      *>  EACH RUN'S TRIMMED ROWS GO TO A HISTORY FILE NAMED FOR THE
      *>  RUN DATE; A SECOND RUN THE SAME DAY ADDS TO IT.
       01 HK-HIST-PATH-WS              PIC X(60).
       01 CTL-LOOKUP-WS.
           02 CTL-NAME-WS              PIC X(10).
           02 CTL-DEFAULT-WS           PIC S9(7)V99.
           02 CTL-VALUE-WS             PIC S9(7)V99.
      *>  ONE ROW PER FILE, IN THE ORDER THEY ARE TRIMMED. A RETENTION
      *>  OF ZERO DAYS (OR NO ROW ON THE CONTROL FILE) KEEPS THE FILE
      *>  WHOLE. THE SPOOL KEEPS THE SPOOLDAYS VALUE THE PRINT PROGRAM
      *>  HAS ALWAYS PURGED BY.
       01 HK-LOG-TABLE-WS.
           02 HK-LOG-IDX               PIC 9(2).
           02 HK-LOG-ROW OCCURS 9 TIMES.
               03 HK-LOG-NAME          PIC X(10).
               03 HK-LOG-STEP          PIC X(10).
               03 HK-LOG-CONTROL       PIC X(10).
               03 HK-LOG-DEFAULT       PIC 9(5).
               03 HK-LOG-RETAIN        PIC 9(5).
               03 HK-LOG-MOVED         PIC 9(7).
       LINKAGE SECTION.
       01 LS-RETURN-HOUSEKEEP PIC 9.
      *>  MODE "B" MEANS AN UNATTENDED CALLER (END-OF-DAY) - NO
      *>  PROMPTS, AND THE CALLER HOLDS THE RUN LOG ALREADY. THE
      *>  NUMBER OF RECORDS MOVED TO HISTORY COMES BACK IN THE COUNT.
       01 LS-HOUSEKEEP-PARAM.
           02 LS-HK-MODE      PIC X.
           02 LS-HK-COUNT     PIC 9(7).

       PROCEDURE DIVISION USING LS-RETURN-HOUSEKEEP LS-HOUSEKEEP-PARAM.
       MAIN-PROCEDURE SECTION.
           DISPLAY "==============HOUSEKEEPING"
           MOVE 0 TO LS-RETURN-HOUSEKEEP.
           MOVE 0 TO LS-HK-COUNT.
           MOVE 0 TO HK-TOTAL-MOVED-WS.
           ACCEPT HK-TODAY-WS FROM DATE YYYYMMDD.
           MOVE HK-TODAY-WS TO HK-TODAY-PARTS-WS.

      *>  RUN BY HAND, THE RUN LOG MUST BE CLEAN FIRST - AN OK LINE
      *>  WRITTEN BEHIND A FAILED NIGHT WOULD HIDE IT FROM THE NEXT
      *>  END-OF-DAY.
           IF LS-HK-MODE NOT = "B"
               PERFORM CHECK-PRIOR-RUN
               IF HK-BLOCKED
                   DISPLAY "THE RUN LOG ENDS ON A STEP "
                           HK-LAST-STATUS-WS
                           " - HOUSEKEEPING REFUSED."
                   DISPLAY "RESET IT FROM END-OF-DAY OR MONTH-END "
                           "FIRST."
                   GO TO MAIN-PROCEDURE-EXT
               END-IF
           END-IF.

           PERFORM INIT-LOG-TABLE.
           PERFORM FIND-LAST-GOOD-BACKUP.
           PERFORM SHOW-RETENTION.

           IF LS-HK-MODE NOT = "B"
               DISPLAY "MOVE EVERYTHING OLDER THAN THE RETENTION TO "
                       "HISTORY NOW? (Y/N):"
               ACCEPT HK-ACTION-CHOICE
               IF HK-ACTION-CHOICE NOT = "Y"
                   DISPLAY "HOUSEKEEPING CANCELLED."
                   GO TO MAIN-PROCEDURE-EXT
               END-IF
           END-IF.

           MOVE SPACE TO HK-HIST-PATH-WS.
           STRING "D:\db\loghist-" HK-TODAY-WS ".hst"
               DELIMITED BY SIZE INTO HK-HIST-PATH-WS.
           OPEN EXTEND LOG-HISTORY-FILE.
           IF NOT (FILE-STA-LOGHIST = 00 OR FILE-STA-LOGHIST = 05)
               DISPLAY "HISTORY FILE " HK-HIST-PATH-WS
                       " WILL NOT OPEN - STATUS "
                       FILE-STA-LOGHIST " - NOTHING TRIMMED."
               MOVE "HOUSEKEEP" TO STEP-RUN-LOG
               MOVE 0 TO HK-STEP-COUNT-WS
               PERFORM WRITE-RUN-LOG-START
               SET HK-STEP-FAILED TO TRUE
               PERFORM WRITE-RUN-LOG-END
               MOVE 1 TO LS-RETURN-HOUSEKEEP
               GO TO MAIN-PROCEDURE-EXT
           END-IF.

           MOVE 1 TO HK-LOG-IDX.
           TRIM-NEXT-LOG.
           IF HK-LOG-IDX > 9
               GO TO TRIM-ALL-DONE
           END-IF.
           PERFORM TRIM-ONE-LOG.
           ADD 1 TO HK-LOG-IDX.
           GO TO TRIM-NEXT-LOG.

           TRIM-ALL-DONE.
           CLOSE LOG-HISTORY-FILE.
           MOVE HK-TOTAL-MOVED-WS TO LS-HK-COUNT.
           DISPLAY "HOUSEKEEPING COMPLETE - " HK-TOTAL-MOVED-WS
                   " RECORDS MOVED TO HISTORY FILE " HK-HIST-PATH-WS.
           .
       MAIN-PROCEDURE-EXT.
           EXIT PROGRAM.

       CHECK-PRIOR-RUN SECTION.
           MOVE "N" TO HK-BLOCKED-SW.
           MOVE SPACE TO HK-LAST-STATUS-WS.
           OPEN INPUT RUN-LOG-FILE.
           IF NOT (FILE-STA-RUNLOG = 00)
               GO TO CHECK-PRIOR-RUN-EXT
           END-IF.
           CHECK-PRIOR-RUN-READ.
           READ RUN-LOG-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE STATUS-RUN-LOG TO HK-LAST-STATUS-WS
                   GO TO CHECK-PRIOR-RUN-READ
           END-READ.
           CLOSE RUN-LOG-FILE.
           IF HK-LAST-STATUS-WS = "STARTED"
                  OR HK-LAST-STATUS-WS = "FAILED"
               SET HK-BLOCKED TO TRUE
           END-IF.
           .
       CHECK-PRIOR-RUN-EXT.
           EXIT.

       INIT-LOG-TABLE SECTION.
           MOVE "JOURNAL" TO HK-LOG-NAME(1).
           MOVE "HKJOURNAL" TO HK-LOG-STEP(1).
           MOVE "RETJOURNAL" TO HK-LOG-CONTROL(1).
           MOVE "SPOOL" TO HK-LOG-NAME(2).
           MOVE "HKSPOOL" TO HK-LOG-STEP(2).
           MOVE "SPOOLDAYS" TO HK-LOG-CONTROL(2).
           MOVE "SESSION" TO HK-LOG-NAME(3).
           MOVE "HKSESSION" TO HK-LOG-STEP(3).
           MOVE "RETSESSION" TO HK-LOG-CONTROL(3).
           MOVE "RECEIPT" TO HK-LOG-NAME(4).
           MOVE "HKRECEIPT" TO HK-LOG-STEP(4).
           MOVE "RETRECEIPT" TO HK-LOG-CONTROL(4).
           MOVE "RETURN" TO HK-LOG-NAME(5).
           MOVE "HKRETURN" TO HK-LOG-STEP(5).
           MOVE "RETRETURN" TO HK-LOG-CONTROL(5).
           MOVE "PRICEHIST" TO HK-LOG-NAME(6).
           MOVE "HKPRICE" TO HK-LOG-STEP(6).
           MOVE "RETPRICE" TO HK-LOG-CONTROL(6).
           MOVE "MERGE" TO HK-LOG-NAME(7).
           MOVE "HKMERGE" TO HK-LOG-STEP(7).
           MOVE "RETMERGE" TO HK-LOG-CONTROL(7).
           MOVE "OVERRIDE" TO HK-LOG-NAME(8).
           MOVE "HKOVERRIDE" TO HK-LOG-STEP(8).
           MOVE "RETOVERRID" TO HK-LOG-CONTROL(8).
           MOVE "AUDIT" TO HK-LOG-NAME(9).
           MOVE "HKAUDIT" TO HK-LOG-STEP(9).
           MOVE "RETAUDIT" TO HK-LOG-CONTROL(9).
           MOVE 1 TO HK-LOG-IDX.
           INIT-LOG-ROW.
           IF HK-LOG-IDX > 9
               GO TO INIT-LOG-TABLE-EXT
           END-IF.
           MOVE 0 TO HK-LOG-DEFAULT(HK-LOG-IDX).
           IF HK-LOG-IDX = 2
               MOVE 90 TO HK-LOG-DEFAULT(HK-LOG-IDX)
           END-IF.
           MOVE HK-LOG-CONTROL(HK-LOG-IDX) TO CTL-NAME-WS.
           MOVE HK-LOG-DEFAULT(HK-LOG-IDX) TO CTL-DEFAULT-WS.
           PERFORM GET-CONTROL-VALUE.
           IF CTL-VALUE-WS < 0
               MOVE 0 TO CTL-VALUE-WS
           END-IF.
           MOVE CTL-VALUE-WS TO HK-LOG-RETAIN(HK-LOG-IDX).
           MOVE 0 TO HK-LOG-MOVED(HK-LOG-IDX).
           ADD 1 TO HK-LOG-IDX.
           GO TO INIT-LOG-ROW.
           .
       INIT-LOG-TABLE-EXT.
           EXIT.

      *>  THE JOURNAL IS THE ONLY WAY BACK FROM A RESTORE, SO NOTHING
      *>  DATED ON OR AFTER THE LAST BACKUP END-OF-DAY LOGGED AS OK
      *>  IS EVER TAKEN OFF IT. NO GOOD BACKUP ON THE LOG LEAVES THE
      *>  JOURNAL WHOLE.
       FIND-LAST-GOOD-BACKUP SECTION.
           MOVE 0 TO HK-BACKUP-DATE-WS.
           OPEN INPUT RUN-LOG-FILE.
           IF NOT (FILE-STA-RUNLOG = 00)
               GO TO FIND-LAST-GOOD-BACKUP-EXT
           END-IF.
           FIND-BACKUP-READ.
           READ RUN-LOG-FILE NEXT RECORD
               AT END
                   GO TO FIND-BACKUP-DONE
           END-READ.
           IF STEP-RUN-LOG = "BACKUP" AND RUN-STEP-OK
                  AND DATE-RUN-LOG > HK-BACKUP-DATE-WS
               MOVE DATE-RUN-LOG TO HK-BACKUP-DATE-WS
           END-IF.
           GO TO FIND-BACKUP-READ.

           FIND-BACKUP-DONE.
           CLOSE RUN-LOG-FILE.
           .
       FIND-LAST-GOOD-BACKUP-EXT.
           EXIT.

       SHOW-RETENTION SECTION.
           DISPLAY "FILE       RETAIN (DAYS, 0 = KEEP ALL)".
           MOVE 1 TO HK-LOG-IDX.
           SHOW-RETENTION-ROW.
           IF HK-LOG-IDX > 9
               GO TO SHOW-RETENTION-DONE
           END-IF.
           DISPLAY HK-LOG-NAME(HK-LOG-IDX) " "
                   HK-LOG-RETAIN(HK-LOG-IDX).
           ADD 1 TO HK-LOG-IDX.
           GO TO SHOW-RETENTION-ROW.

           SHOW-RETENTION-DONE.
           IF HK-BACKUP-DATE-WS = 0
               DISPLAY "NO GOOD BACKUP ON THE RUN LOG - THE JOURNAL "
                       "WILL NOT BE TRIMMED."
           ELSE
               DISPLAY "LAST GOOD BACKUP " HK-BACKUP-DATE-WS
                       " - THE JOURNAL IS KEPT FROM THAT DAY ON."
           END-IF.
           .
       SHOW-RETENTION-EXT.
           EXIT.

      *>  ONE FILE, LOGGED AS ITS OWN STEP WITH THE NUMBER OF
      *>  RECORDS MOVED TO HISTORY.
       TRIM-ONE-LOG SECTION.
           MOVE HK-LOG-STEP(HK-LOG-IDX) TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-START.
           MOVE "N" TO HK-STEP-FAILED-SW.
           MOVE 0 TO HK-STEP-COUNT-WS.
           IF HK-LOG-RETAIN(HK-LOG-IDX) = 0
                  OR (HK-LOG-IDX = 1 AND HK-BACKUP-DATE-WS = 0)
               GO TO TRIM-ONE-LOG-LOGGED
           END-IF.
           EVALUATE HK-LOG-IDX
               WHEN 2
                   PERFORM PURGE-SPOOL-CATALOG
                   IF NOT HK-STEP-FAILED
                       PERFORM TRIM-SEQUENTIAL-LOG
                   END-IF
               WHEN 9
                   PERFORM TRIM-AUDIT-FILE
               WHEN OTHER
                   PERFORM TRIM-SEQUENTIAL-LOG
           END-EVALUATE.

           TRIM-ONE-LOG-LOGGED.
           MOVE HK-LOG-STEP(HK-LOG-IDX) TO STEP-RUN-LOG.
           PERFORM WRITE-RUN-LOG-END.
           MOVE HK-STEP-COUNT-WS TO HK-LOG-MOVED(HK-LOG-IDX).
           ADD HK-STEP-COUNT-WS TO HK-TOTAL-MOVED-WS.
           IF HK-STEP-FAILED
               MOVE 1 TO LS-RETURN-HOUSEKEEP
               DISPLAY HK-LOG-NAME(HK-LOG-IDX) " FAILED - "
                       HK-STEP-COUNT-WS " MOVED BEFORE IT STOPPED."
           ELSE
               DISPLAY HK-LOG-NAME(HK-LOG-IDX) " "
                       HK-STEP-COUNT-WS " MOVED TO HISTORY."
           END-IF.
           .
       TRIM-ONE-LOG-EXT.
           EXIT.

      *>  A LINE SEQUENTIAL FILE CANNOT BE DELETED FROM IN PLACE:
      *>  OLD RECORDS GO TO HISTORY, THE REST TO A TEMP FILE THAT IS
      *>  THEN COPIED BACK OVER THE LIVE ONE. NOTHING OLD ENOUGH
      *>  LEAVES THE LIVE FILE UNTOUCHED.
       TRIM-SEQUENTIAL-LOG SECTION.
           MOVE "I" TO HK-OPEN-MODE-WS.
           PERFORM OPEN-LIVE-FILE.
           IF NOT (HK-LIVE-STA-WS = 00)
               GO TO TRIM-SEQUENTIAL-LOG-EXT
           END-IF.
           OPEN OUTPUT HK-TEMP-FILE.
           IF NOT (FILE-STA-HKTEMP = 00)
               DISPLAY "TEMP FILE WILL NOT OPEN - STATUS "
                       FILE-STA-HKTEMP
               SET HK-STEP-FAILED TO TRUE
               PERFORM CLOSE-LIVE-FILE
               GO TO TRIM-SEQUENTIAL-LOG-EXT
           END-IF.
           IF HK-LOG-IDX = 2
               OPEN INPUT SPOOL-CATALOG-FILE
           END-IF.

           TRIM-COPY-OUT.
           PERFORM READ-LIVE-FILE.
           IF HK-EOF
               GO TO TRIM-COPY-OUT-DONE
           END-IF.
           PERFORM DECIDE-KEEP.
           IF HK-KEEP
               MOVE HK-RECORD-WS TO REC-HK-TEMP
               WRITE REC-HK-TEMP
           ELSE
               PERFORM WRITE-HISTORY-LINE
           END-IF.
           GO TO TRIM-COPY-OUT.

           TRIM-COPY-OUT-DONE.
           IF HK-LOG-IDX = 2
               CLOSE SPOOL-CATALOG-FILE
           END-IF.
           CLOSE HK-TEMP-FILE.
           PERFORM CLOSE-LIVE-FILE.
           IF HK-STEP-COUNT-WS = 0
               GO TO TRIM-SEQUENTIAL-LOG-EXT
           END-IF.

           OPEN INPUT HK-TEMP-FILE.
           MOVE "O" TO HK-OPEN-MODE-WS.
           PERFORM OPEN-LIVE-FILE.
           IF NOT (HK-LIVE-STA-WS = 00)
               DISPLAY HK-LOG-NAME(HK-LOG-IDX) " WILL NOT REOPEN - "
                       "STATUS " HK-LIVE-STA-WS " - THE KEPT RECORDS "
                       "ARE STILL IN HOUSEKEEP.TMP."
               SET HK-STEP-FAILED TO TRUE
               CLOSE HK-TEMP-FILE
               GO TO TRIM-SEQUENTIAL-LOG-EXT
           END-IF.
           TRIM-COPY-BACK.
           READ HK-TEMP-FILE NEXT RECORD
               AT END
                   GO TO TRIM-COPY-BACK-DONE
           END-READ.
           MOVE REC-HK-TEMP TO HK-RECORD-WS.
           PERFORM WRITE-LIVE-FILE.
           GO TO TRIM-COPY-BACK.

           TRIM-COPY-BACK-DONE.
           PERFORM CLOSE-LIVE-FILE.
           CLOSE HK-TEMP-FILE.
           .
       TRIM-SEQUENTIAL-LOG-EXT.
           EXIT.

      *>  A SPOOL LINE LIVES AS LONG AS ITS CATALOG ROW; EVERY OTHER
      *>  RECORD BY ITS OWN DATE. THE JOURNAL ALSO KEEPS ANYTHING
      *>  DATED ON OR AFTER THE LAST GOOD BACKUP.
       DECIDE-KEEP SECTION.
           SET HK-KEEP TO TRUE.
           IF HK-LOG-IDX = 2
               MOVE HK-REC-SPOOL-WS TO ID-SPOOL
               READ SPOOL-CATALOG-FILE
                   KEY IS ID-SPOOL OF REC-SPOOL-CATALOG
                   INVALID KEY
                       MOVE "N" TO HK-KEEP-SW
               END-READ
               GO TO DECIDE-KEEP-EXT
           END-IF.
           IF HK-REC-DATE-WS NOT NUMERIC
               GO TO DECIDE-KEEP-EXT
           END-IF.
           PERFORM COMPUTE-AGE-DAYS.
           IF HK-AGE-DAYS-WS > HK-LOG-RETAIN(HK-LOG-IDX)
               MOVE "N" TO HK-KEEP-SW
           END-IF.
           IF HK-LOG-IDX = 1
                  AND NOT (HK-REC-DATE-WS < HK-BACKUP-DATE-WS)
               SET HK-KEEP TO TRUE
           END-IF.
           .
       DECIDE-KEEP-EXT.
           EXIT.

      *>  THE SAME 30-DAY-MONTH APPROXIMATION THE SPOOL PURGE HAS
      *>  ALWAYS AGED BY.
       COMPUTE-AGE-DAYS SECTION.
           COMPUTE HK-AGE-DAYS-WS =
               (HK-TODAY-YYYY-WS - HK-REC-YYYY-WS) * 365
               + (HK-TODAY-MM-WS - HK-REC-MM-WS) * 30
               + (HK-TODAY-DD-WS - HK-REC-DD-WS).
           .
       COMPUTE-AGE-DAYS-EXT.
           EXIT.

      *>  CATALOG ROWS PAST THE SPOOL RETENTION GO TO HISTORY AND
      *>  OFF THE CATALOG; THEIR LINES FOLLOW IN THE SPOOL LOG PASS.
       PURGE-SPOOL-CATALOG SECTION.
           OPEN I-O SPOOL-CATALOG-FILE.
           IF NOT (FILE-STA-SPOOLCAT = 00 OR FILE-STA-SPOOLCAT = 05)
               DISPLAY "SPOOL CATALOG WILL NOT OPEN - STATUS "
                       FILE-STA-SPOOLCAT
               SET HK-STEP-FAILED TO TRUE
               GO TO PURGE-SPOOL-CATALOG-EXT
           END-IF.
           PURGE-SPOOL-READ.
           READ SPOOL-CATALOG-FILE NEXT RECORD
               AT END
                   GO TO PURGE-SPOOL-DONE
           END-READ.
           MOVE DATE-SPOOL TO HK-REC-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           IF HK-AGE-DAYS-WS > HK-LOG-RETAIN(HK-LOG-IDX)
               MOVE REC-SPOOL-CATALOG TO HK-RECORD-WS
               MOVE "SPOOLCAT" TO SOURCE-HST
               PERFORM WRITE-HISTORY-TAGGED
               DELETE SPOOL-CATALOG-FILE
           END-IF.
           GO TO PURGE-SPOOL-READ.

           PURGE-SPOOL-DONE.
           CLOSE SPOOL-CATALOG-FILE.
           .
       PURGE-SPOOL-CATALOG-EXT.
           EXIT.

      *>  THE AUDIT TRAIL IS KEYED, SO OLD ROWS ARE DELETED WHERE
      *>  THEY STAND ONCE THEY ARE SAFE IN HISTORY.
       TRIM-AUDIT-FILE SECTION.
           OPEN I-O AUDIT-FILE.
           IF NOT (FILE-STA-AUDIT = 00 OR FILE-STA-AUDIT = 05)
               DISPLAY "AUDIT FILE WILL NOT OPEN - STATUS "
                       FILE-STA-AUDIT
               SET HK-STEP-FAILED TO TRUE
               GO TO TRIM-AUDIT-FILE-EXT
           END-IF.
           TRIM-AUDIT-READ.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   GO TO TRIM-AUDIT-DONE
           END-READ.
           MOVE DATE-AUDIT TO HK-REC-DATE-WS.
           PERFORM COMPUTE-AGE-DAYS.
           IF HK-AGE-DAYS-WS > HK-LOG-RETAIN(HK-LOG-IDX)
               MOVE REC-AUDIT TO HK-RECORD-WS
               PERFORM WRITE-HISTORY-LINE
               DELETE AUDIT-FILE
           END-IF.
           GO TO TRIM-AUDIT-READ.

           TRIM-AUDIT-DONE.
           CLOSE AUDIT-FILE.
           .
       TRIM-AUDIT-FILE-EXT.
           EXIT.

       WRITE-HISTORY-LINE SECTION.
           MOVE HK-LOG-NAME(HK-LOG-IDX) TO SOURCE-HST.
           PERFORM WRITE-HISTORY-TAGGED.
           .
       WRITE-HISTORY-LINE-EXT.
           EXIT.

       WRITE-HISTORY-TAGGED SECTION.
           MOVE HK-TODAY-WS TO DATE-MOVED-HST.
           MOVE HK-RECORD-WS TO IMAGE-HST.
           WRITE REC-LOG-HISTORY.
           ADD 1 TO HK-STEP-COUNT-WS.
           .
       WRITE-HISTORY-TAGGED-EXT.
           EXIT.

       OPEN-LIVE-FILE SECTION.
           EVALUATE HK-LOG-IDX
               WHEN 1
                   IF HK-OPEN-MODE-WS = "I"
                       OPEN INPUT JOURNAL-FILE
                   ELSE
                       OPEN OUTPUT JOURNAL-FILE
                   END-IF
                   MOVE FILE-STA-JOURNAL TO HK-LIVE-STA-WS
               WHEN 2
                   IF HK-OPEN-MODE-WS = "I"
                       OPEN INPUT SPOOL-LOG-FILE
                   ELSE
                       OPEN OUTPUT SPOOL-LOG-FILE
                   END-IF
                   MOVE FILE-STA-SPOOLLOG TO HK-LIVE-STA-WS
               WHEN 3
                   IF HK-OPEN-MODE-WS = "I"
                       OPEN INPUT SESSION-LOG-FILE
                   ELSE
                       OPEN OUTPUT SESSION-LOG-FILE
                   END-IF
                   MOVE FILE-STA-SESSLOG TO HK-LIVE-STA-WS
               WHEN 4
                   IF HK-OPEN-MODE-WS = "I"
                       OPEN INPUT RECEIPT-FILE
                   ELSE
                       OPEN OUTPUT RECEIPT-FILE
                   END-IF
                   MOVE FILE-STA-RECEIPT TO HK-LIVE-STA-WS
               WHEN 5
                   IF HK-OPEN-MODE-WS = "I"
                       OPEN INPUT RETURN-FILE
                   ELSE
                       OPEN OUTPUT RETURN-FILE
                   END-IF
                   MOVE FILE-STA-RETURN TO HK-LIVE-STA-WS
               WHEN 6
                   IF HK-OPEN-MODE-WS = "I"
                       OPEN INPUT PRICE-HISTORY-FILE
                   ELSE
                       OPEN OUTPUT PRICE-HISTORY-FILE
                   END-IF
                   MOVE FILE-STA-PRICEHIST TO HK-LIVE-STA-WS
               WHEN 7
                   IF HK-OPEN-MODE-WS = "I"
                       OPEN INPUT MERGE-LOG-FILE
                   ELSE
                       OPEN OUTPUT MERGE-LOG-FILE
                   END-IF
                   MOVE FILE-STA-MERGELOG TO HK-LIVE-STA-WS
               WHEN 8
                   IF HK-OPEN-MODE-WS = "I"
                       OPEN INPUT OVERRIDE-LOG-FILE
                   ELSE
                       OPEN OUTPUT OVERRIDE-LOG-FILE
                   END-IF
                   MOVE FILE-STA-OVERLOG TO HK-LIVE-STA-WS
           END-EVALUATE.
           .
       OPEN-LIVE-FILE-EXT.
           EXIT.

       CLOSE-LIVE-FILE SECTION.
           EVALUATE HK-LOG-IDX
               WHEN 1
                   CLOSE JOURNAL-FILE
               WHEN 2
                   CLOSE SPOOL-LOG-FILE
               WHEN 3
                   CLOSE SESSION-LOG-FILE
               WHEN 4
                   CLOSE RECEIPT-FILE
               WHEN 5
                   CLOSE RETURN-FILE
               WHEN 6
                   CLOSE PRICE-HISTORY-FILE
               WHEN 7
                   CLOSE MERGE-LOG-FILE
               WHEN 8
                   CLOSE OVERRIDE-LOG-FILE
           END-EVALUATE.
           .
       CLOSE-LIVE-FILE-EXT.
           EXIT.

      *>  HANDS BACK THE RECORD AND THE DATE IT IS AGED BY (THE
      *>  SPOOL NUMBER FOR A SPOOL LINE).
       READ-LIVE-FILE SECTION.
           MOVE "N" TO HK-EOF-SW.
           MOVE SPACE TO HK-RECORD-WS.
           MOVE ZEROS TO HK-REC-DATE-WS.
           EVALUATE HK-LOG-IDX
               WHEN 1
                   READ JOURNAL-FILE NEXT RECORD
                       AT END
                           SET HK-EOF TO TRUE
                       NOT AT END
                           MOVE REC-JOURNAL TO HK-RECORD-WS
                           MOVE DATE-JRN TO HK-REC-DATE-WS
                   END-READ
               WHEN 2
                   READ SPOOL-LOG-FILE NEXT RECORD
                       AT END
                           SET HK-EOF TO TRUE
                       NOT AT END
                           MOVE REC-SPOOL-LOG TO HK-RECORD-WS
                           MOVE ID-SPOOL-LINE TO HK-REC-SPOOL-WS
                   END-READ
               WHEN 3
                   READ SESSION-LOG-FILE NEXT RECORD
                       AT END
                           SET HK-EOF TO TRUE
                       NOT AT END
                           MOVE REC-SESSION-LOG TO HK-RECORD-WS
                           MOVE SESSION-DATE-LOG TO HK-REC-DATE-WS
                   END-READ
               WHEN 4
                   READ RECEIPT-FILE NEXT RECORD
                       AT END
                           SET HK-EOF TO TRUE
                       NOT AT END
                           MOVE REC-RECEIPT TO HK-RECORD-WS
                           MOVE DATE-RECEIPT TO HK-REC-DATE-WS
                   END-READ
               WHEN 5
                   READ RETURN-FILE NEXT RECORD
                       AT END
                           SET HK-EOF TO TRUE
                       NOT AT END
                           MOVE REC-RETURN TO HK-RECORD-WS
                           MOVE DATE-RETURN TO HK-REC-DATE-WS
                   END-READ
               WHEN 6
                   READ PRICE-HISTORY-FILE NEXT RECORD
                       AT END
                           SET HK-EOF TO TRUE
                       NOT AT END
                           MOVE REC-PRICE-HIST TO HK-RECORD-WS
                           MOVE DATE-HIST TO HK-REC-DATE-WS
                   END-READ
               WHEN 7
                   READ MERGE-LOG-FILE NEXT RECORD
                       AT END
                           SET HK-EOF TO TRUE
                       NOT AT END
                           MOVE REC-MERGE-LOG TO HK-RECORD-WS
                           MOVE REC-MERGE-LOG(1:8) TO HK-REC-DATE-WS
                   END-READ
               WHEN 8
                   READ OVERRIDE-LOG-FILE NEXT RECORD
                       AT END
                           SET HK-EOF TO TRUE
                       NOT AT END
                           MOVE REC-OVERRIDE-LOG TO HK-RECORD-WS
                           MOVE REC-OVERRIDE-LOG(1:8)
                               TO HK-REC-DATE-WS
                   END-READ
           END-EVALUATE.
           .
       READ-LIVE-FILE-EXT.
           EXIT.

       WRITE-LIVE-FILE SECTION.
           EVALUATE HK-LOG-IDX
               WHEN 1
                   MOVE HK-RECORD-WS TO REC-JOURNAL
                   WRITE REC-JOURNAL
               WHEN 2
                   MOVE HK-RECORD-WS TO REC-SPOOL-LOG
                   WRITE REC-SPOOL-LOG
               WHEN 3
                   MOVE HK-RECORD-WS TO REC-SESSION-LOG
                   WRITE REC-SESSION-LOG
               WHEN 4
                   MOVE HK-RECORD-WS TO REC-RECEIPT
                   WRITE REC-RECEIPT
               WHEN 5
                   MOVE HK-RECORD-WS TO REC-RETURN
                   WRITE REC-RETURN
               WHEN 6
                   MOVE HK-RECORD-WS TO REC-PRICE-HIST
                   WRITE REC-PRICE-HIST
               WHEN 7
                   MOVE HK-RECORD-WS TO REC-MERGE-LOG
                   WRITE REC-MERGE-LOG
               WHEN 8
                   MOVE HK-RECORD-WS TO REC-OVERRIDE-LOG
                   WRITE REC-OVERRIDE-LOG
           END-EVALUATE.
           .
       WRITE-LIVE-FILE-EXT.
           EXIT.

       GET-CONTROL-VALUE SECTION.
           MOVE CTL-DEFAULT-WS TO CTL-VALUE-WS.
           OPEN INPUT CONTROL-FILE.
           IF NOT (FILE-STA-CONTROL = 00 OR FILE-STA-CONTROL = 05)
               GO TO GET-CONTROL-VALUE-EXT
           END-IF.
           MOVE CTL-NAME-WS TO NAME-CONTROL.
           READ CONTROL-FILE
               KEY IS NAME-CONTROL OF REC-CONTROL
               NOT INVALID KEY
                   MOVE VALUE-CONTROL TO CTL-VALUE-WS
           END-READ.
           CLOSE CONTROL-FILE.
           .
       GET-CONTROL-VALUE-EXT.
           EXIT.

       WRITE-RUN-LOG-START SECTION.
           MOVE HK-TODAY-WS TO DATE-RUN-LOG.
           ACCEPT START-TIME-RUN-LOG FROM TIME.
           MOVE 0 TO END-TIME-RUN-LOG.
           SET RUN-STEP-STARTED TO TRUE.
           MOVE 0 TO COUNT-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           WRITE REC-RUN-LOG.
           CLOSE RUN-LOG-FILE.
           .
       WRITE-RUN-LOG-START-EXT.
           EXIT.

       WRITE-RUN-LOG-END SECTION.
           MOVE HK-TODAY-WS TO DATE-RUN-LOG.
           ACCEPT END-TIME-RUN-LOG FROM TIME.
           IF HK-STEP-FAILED
               SET RUN-STEP-FAILED TO TRUE
           ELSE
               SET RUN-STEP-OK TO TRUE
           END-IF.
           MOVE HK-STEP-COUNT-WS TO COUNT-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           WRITE REC-RUN-LOG.
           CLOSE RUN-LOG-FILE.
           .
       WRITE-RUN-LOG-END-EXT.
           EXIT.
       END PROGRAM HOUSEKEEP.
