000200*                   THE PURGE REPORT LISTS EVERY ID/NAME REMOVED  *
000210*                   AND A TOTAL THAT TIES BACK TO EMPRECON'S      *
000220*                   TERMINATED COUNT FOR THE SAME FEED.           *
000222*                   AN OPEN LEAVE OF ABSENCE ON THE LEAVE FILE    *
000224*                   (LEAVEREC) FOR A PURGED EMPLOYEE IS CLOSED,   *
000226*                   DATED WITH THE PURGE DATE, SINCE NOTHING      *
000228*                   ELSE CAN REACH IT ONCE THE MASTER IS GONE.    *
000230*                                                                 *
000240*    MODIFICATION HISTORY                                        *
000250*    ----------------------------------------------------------  *
000303*                     BEFORE IMAGE AND SPACES AFTER) TO THE         *
000304*                     BATCH JOURNAL, SO EMPJRPT SHOWS PURGES        *
000305*                     ALONGSIDE THE ONLINE CHANGES.                 *
000307*    2026-10-15 DWL   A PURGED EMPLOYEE'S OPEN LEAVE IS CLOSED      *
000309*                     WITH THE PURGE DATE AND LISTED ON THE PURGE   *
000311*                     REPORT.                                       *
000313*                                                                 *
000315******************************************************************
000317 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EMPLOYEE-MASTER
000547         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS HR20-EMPJRNL-STATUS.
000550
000551     SELECT OPTIONAL LEAVE-FILE
000552         ASSIGN TO "LEAVFILE"
000553         ORGANIZATION IS INDEXED
000554         ACCESS MODE IS DYNAMIC
000555         RECORD KEY IS LV-LEAVE-KEY
000556         FILE STATUS IS HR20-LEAVFILE-STATUS.
000557
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EMPLOYEE-MASTER.
000704 FD  JOURNAL-FILE.
000706 01  EMPJRNL-RECORD                  PIC X(150).
000710
000712 FD  LEAVE-FILE.
000714     COPY LEAVEREC.
000716
000720 WORKING-STORAGE SECTION.
000730******************************************************************
000740*    PROGRAM SWITCHES AND COUNTERS.                               *
000780         88  HR20-EMPMSTR-EOF            VALUE 'Y'.
000790     05  HR20-HRFEED-EOF-SWITCH      PIC X(01) VALUE 'N'.
000800         88  HR20-HRFEED-EOF             VALUE 'Y'.
000803     05  HR20-LEAVE-SCAN-SWITCH      PIC X(01) VALUE 'N'.
000806         88  HR20-LEAVE-SCAN-DONE        VALUE 'Y'.
000810
000820 01  HR20-COUNTERS.
000830     05  HR20-PURGED-COUNT           PIC 9(07) VALUE ZERO.
000835     05  HR20-LEAVE-CLOSED-COUNT     PIC 9(07) VALUE ZERO.
000840
000850 01  HR20-FILE-STATUSES.
000860     05  HR20-EMPMSTR-STATUS         PIC X(02).
000880     05  HR20-ARCHIVE-STATUS         PIC X(02).
000890     05  HR20-PURGERPT-STATUS        PIC X(02).
000892     05  HR20-EMPJRNL-STATUS         PIC X(02).
000896     05  HR20-LEAVFILE-STATUS        PIC X(02).
000900
000910 01  HR20-COMPARE-KEYS.
000920     05  HR20-EMPMSTR-KEY            PIC X(06).
001140     OPEN OUTPUT ARCHIVE-FILE.
001150     OPEN OUTPUT PURGE-REPORT.
001155     OPEN EXTEND JOURNAL-FILE.
001157     OPEN I-O LEAVE-FILE.
001160     PERFORM 1500-VERIFY-OPEN-STATUS
001170         THRU 1500-VERIFY-OPEN-STATUS-EXIT.
001180     ACCEPT HR20-RUN-DATE FROM DATE YYYYMMDD.
001240     EXIT.
001250
001260******************************************************************
001270*    1500-VERIFY-OPEN-STATUS - CONFIRM ALL THE FILES OPENED       *
001280*    CLEANLY BEFORE THE MATCH/MERGE READS A SINGLE RECORD.         *
001290******************************************************************
001300 1500-VERIFY-OPEN-STATUS.
001506             'STATUS=' HR20-EMPJRNL-STATUS
001507         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001508     END-IF.
001509     IF HR20-LEAVFILE-STATUS NOT = '00' AND
001510        HR20-LEAVFILE-STATUS NOT = '05'
001511         DISPLAY 'EMPPURGE: UNABLE TO OPEN LEAVE-FILE, '
001512             'STATUS=' HR20-LEAVFILE-STATUS
001513         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
001514     END-IF.
001515     GO TO 1500-VERIFY-OPEN-STATUS-EXIT.
001520 1500-VERIFY-OPEN-STATUS-ABEND.
001530     MOVE 16 TO RETURN-CODE.
001540     STOP RUN.
002560            EMP-EMPLOYEE-ID             DELIMITED BY SIZE
002570            '  '                         DELIMITED BY SIZE
002580            EMP-NAM                      DELIMITED BY SIZE
002581         INTO PURGERPT-RECORD
002582     END-STRING.
002583     WRITE PURGERPT-RECORD.
002584     PERFORM 3100-CLOSE-OPEN-LEAVE
002585         THRU 3100-CLOSE-OPEN-LEAVE-EXIT.
002586     PERFORM 2100-READ-EMPLOYEE-MASTER
002587         THRU 2100-READ-EMPLOYEE-MASTER-EXIT.
002588 3000-PURGE-TERMINATED-EXIT.
002589     EXIT.
002590
002591******************************************************************
002592*    3100-CLOSE-OPEN-LEAVE - POSITION AT THE PURGED EMPLOYEE'S    *
002593*    FIRST LEAVE RECORD AND CLOSE ANY OPEN ONE AMONG THEM.        *
002594*    CLOSED RECORDS STAY ON FILE AS THE LEAVE HISTORY.            *
002595******************************************************************
002596 3100-CLOSE-OPEN-LEAVE.
002597     MOVE HR20-PURGED-IMAGE (1:6) TO LV-EMPLOYEE-ID.
002598     MOVE ZERO TO LV-START-DATE.
002599     MOVE 'N' TO HR20-LEAVE-SCAN-SWITCH.
002600     START LEAVE-FILE KEY IS NOT LESS THAN LV-LEAVE-KEY
002601         INVALID KEY
002602             GO TO 3100-CLOSE-OPEN-LEAVE-EXIT
002603     END-START.
002604     PERFORM 3200-CLOSE-NEXT-LEAVE
002605         THRU 3200-CLOSE-NEXT-LEAVE-EXIT
002606         UNTIL HR20-LEAVE-SCAN-DONE.
002607 3100-CLOSE-OPEN-LEAVE-EXIT.
002608     EXIT.
002609
002610 3200-CLOSE-NEXT-LEAVE.
002611     READ LEAVE-FILE NEXT RECORD
002612         AT END
002613             MOVE 'Y' TO HR20-LEAVE-SCAN-SWITCH
002614             GO TO 3200-CLOSE-NEXT-LEAVE-EXIT
002615     END-READ.
002616     IF LV-EMPLOYEE-ID NOT = HR20-PURGED-IMAGE (1:6)
002617         MOVE 'Y' TO HR20-LEAVE-SCAN-SWITCH
002618         GO TO 3200-CLOSE-NEXT-LEAVE-EXIT
002619     END-IF.
002620     IF NOT LV-LEAVE-OPEN
002621         GO TO 3200-CLOSE-NEXT-LEAVE-EXIT
002622     END-IF.
002623     MOVE 'C' TO LV-LEAVE-STATUS.
002624     MOVE HR20-RUN-DATE TO LV-CLOSE-DATE.
002625     MOVE 'EMPPURGE' TO LV-CLOSED-BY.
002626     MOVE HR20-RUN-DATE TO LV-LAST-CHANGE-DATE.
002627     REWRITE LV-LEAVE-RECORD.
002628     IF HR20-LEAVFILE-STATUS NOT = '00'
002629         DISPLAY 'EMPPURGE: LEAVE CLOSE FAILED FOR '
002630             LV-EMPLOYEE-ID
002631             ' STATUS=' HR20-LEAVFILE-STATUS
002632         GO TO 1500-VERIFY-OPEN-STATUS-ABEND
002633     END-IF.
002634     ADD 1 TO HR20-LEAVE-CLOSED-COUNT.
002635     MOVE SPACES TO PURGERPT-RECORD.
002636     STRING '        LEAVE CLOSED: '    DELIMITED BY SIZE
002637            LV-LEAVE-TYPE               DELIMITED BY SIZE
002638            ' FROM '                    DELIMITED BY SIZE
002639            LV-START-DATE               DELIMITED BY SIZE
002640            ' CLOSED '                  DELIMITED BY SIZE
002641            LV-CLOSE-DATE               DELIMITED BY SIZE
002642         INTO PURGERPT-RECORD
002643     END-STRING.
002644     WRITE PURGERPT-RECORD.
002645 3200-CLOSE-NEXT-LEAVE-EXIT.
002650     EXIT.
002660
002661******************************************************************
002790     END-STRING.
002800     WRITE PURGERPT-RECORD.
002810     DISPLAY PURGERPT-RECORD.
002811     MOVE SPACES TO PURGERPT-RECORD.
002812     STRING 'OPEN LEAVES CLOSED AT PURGE: '
002813                                           DELIMITED BY SIZE
002814            HR20-LEAVE-CLOSED-COUNT        DELIMITED BY SIZE
002815         INTO PURGERPT-RECORD
002816     END-STRING.
002817     WRITE PURGERPT-RECORD.
002818     DISPLAY PURGERPT-RECORD.
002820     CLOSE EMPLOYEE-MASTER.
002830     CLOSE HR-FEED.
002840     CLOSE ARCHIVE-FILE.
002850     CLOSE PURGE-REPORT.
002852     CLOSE JOURNAL-FILE.
002856     CLOSE LEAVE-FILE.
002860 9000-TERMINATE-EXIT.
002870     EXIT.
