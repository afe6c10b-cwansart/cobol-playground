000418*                     AND EMPUPDT APPLY - THE ONLINE PATH CAN NO    *
000420*                     LONGER PUT AN IMPOSSIBLE OR FUTURE DATE ON    *
000422*                     THE MASTER.                                   *
000423*    2026-10-10 DWL   PF5 ON A DISPLAYED EMPLOYEE XCTLS TO THE      *
000424*                     EMPH CHANGE-HISTORY INQUIRY (EMPHIST) WITH    *
000425*                     THE EMPLOYEE ID AND AUTHORITY; PF3 THERE      *
000426*                     COMES BACK IN SELECT MODE.  THE PF5 TEST IS   *
000427*                     MADE BEFORE THE RECEIVE, WHICH WOULD RAISE    *
000428*                     MAPFAIL WITH NO FIELD MODIFIED.               *
000429*    2026-10-15 DWL   LEAVE OF ABSENCE.  THE LOOKUP SHOWS THE       *
000430*                     EMPLOYEE'S OPEN LEAVE (TYPE, START DATE,      *
000431*                     EXPECTED RETURN) FROM THE LEAVFILE.  AN       *
000432*                     UPDATE-AUTHORITY OPERATOR PUTTING AN          *
000433*                     EMPLOYEE ON STATUS L MUST KEY A VALID LEAVE   *
000434*                     TYPE, A START DATE THAT PASSES DATEVAL AND    *
000435*                     AN EXPECTED RETURN DATE NOT BEFORE IT; THE    *
000436*                     OPEN LEAVE RECORD IS WRITTEN AFTER THE        *
000437*                     MASTER REWRITE.  CHANGING THE LEAVE FIELDS    *
000438*                     OF AN EMPLOYEE ALREADY ON L UPDATES THE OPEN  *
000439*                     RECORD (A NEW START DATE CLOSES IT AND OPENS  *
000440*                     ANOTHER), AND MOVING OFF L CLOSES IT WITH     *
000441*                     TODAY'S DATE.  CLOSED RECORDS STAY ON FILE.   *
000442*                                                                 *
000443******************************************************************
000444 DATA DIVISION.
000445 WORKING-STORAGE SECTION.
000446     COPY DFHAID.
000447     COPY DFHBMSCA.
000448     COPY EMPMAINT.
000449     COPY EMPREC.
000450     COPY EMPJRNL.
000451     COPY OPERAUTH.
000452     COPY LEAVEREC.
000453
000454******************************************************************
000460*    PROGRAM SWITCHES.                                            *
000470******************************************************************
000480 01  HR20-VALID-SWITCH               PIC X(01) VALUE 'Y'.
000492
000494 01  HR20-DATE-SWITCH                PIC X(01) VALUE 'Y'.
000496     88  HR20-HIRE-DATE-OK               VALUE 'Y'.
000497
000498 01  HR20-LEAVE-DATE-SWITCH          PIC X(01) VALUE 'Y'.
000499     88  HR20-LEAVE-DATE-OK              VALUE 'Y'.
000500
000501 01  HR20-LEAVE-EDIT-SWITCH          PIC X(01) VALUE 'Y'.
000502     88  HR20-LEAVE-OK                   VALUE 'Y'.
000503
000504 01  HR20-OPEN-LEAVE-SWITCH          PIC X(01) VALUE 'N'.
000505     88  HR20-OPEN-LEAVE-FOUND           VALUE 'Y'.
000506
000507 01  HR20-BROWSE-SWITCH              PIC X(01) VALUE 'N'.
000508     88  HR20-BROWSE-DONE                VALUE 'Y'.
000509
000510 01  HR20-MAP-NAME                   PIC X(07) VALUE 'EMPM1'.
000520 01  HR20-MAPSET-NAME                PIC X(08) VALUE 'EMPMAINT'.
000521 01  HR20-FILE-NAME                  PIC X(08) VALUE 'EMPMSTR'.
000522
000523******************************************************************
000524*    COMMAREA FOR THE PF5 XCTL TO THE EMPH CHANGE-HISTORY         *
000525*    INQUIRY - THE SAME LAYOUT AS THIS PROGRAM'S OWN COMMAREA,    *
000526*    MODE 'S', SO EMPHIST CAN TELL WHERE IT WAS ENTERED FROM.     *
000527******************************************************************
000528 01  HR20-EMPH-PROGRAM               PIC X(08) VALUE 'EMPHIST'.
000529 01  HR20-EMPH-CA.
000530     05  HR20-EMPH-CA-MODE           PIC X(01).
000531     05  HR20-EMPH-CA-EMPLOYEE-ID    PIC X(06).
000532     05  HR20-EMPH-CA-AUTHORITY      PIC X(01).
000540
000550******************************************************************
000560*    WORKING-STORAGE COPY OF THE CONVERSATION STATE.  DFHCOMMAREA *
000647 01  HR20-JRNL-LENGTH                PIC S9(04) COMP VALUE +150.
000648 01  HR20-JRNL-QUEUE                 PIC X(04) VALUE 'EMPJ'.
000649
000650******************************************************************
000651*    LEAVE-OF-ABSENCE WORK FIELDS.  THE LEAVFILE REQUESTS USE     *
000652*    RESP SO A MISSING OR DUPLICATE LEAVE RECORD IS ANSWERED      *
000653*    HERE RATHER THAN IN THE EMPLOYEE NOTFND PARAGRAPH.  THE      *
000654*    OPEN LEAVE AS FOUND AND THE LEAVE AS IT WILL BE AFTER THE    *
000655*    OPERATOR'S FIELDS ARE APPLIED ARE BOTH KEPT, SINCE EACH      *
000656*    LEAVFILE READ OVERLAYS LV-LEAVE-RECORD.                      *
000657******************************************************************
000658 01  HR20-LEAVE-FILE-NAME            PIC X(08) VALUE 'LEAVFILE'.
000659 01  HR20-LEAVE-RESP                 PIC S9(08) COMP.
000660 01  HR20-BROWSE-KEY.
000661     05  HR20-BROWSE-EMPLOYEE-ID     PIC X(06).
000662     05  HR20-BROWSE-START-DATE      PIC 9(08).
000663 01  HR20-OPEN-LEAVE-KEY             PIC X(14).
000664 01  HR20-OPEN-LEAVE-IMAGE           PIC X(60).
000665 01  HR20-NEW-LEAVE-IMAGE            PIC X(60).
000666 01  HR20-LEAVE-MSG                  PIC X(79).
000667
000668 LINKAGE SECTION.
000669 01  DFHCOMMAREA.
000670     05  CA-MODE                     PIC X(01).
000671     05  CA-EMPLOYEE-ID              PIC X(06).
000672     05  CA-AUTHORITY                PIC X(01).
000680
000690 PROCEDURE DIVISION.
001068*    2000-RECEIVE-AND-EDIT - RECEIVE THE OPERATOR'S INPUT AND     *
001072*    DRIVE THE LOOKUP OR UPDATE STEP BASED ON CA-MODE.             *
001076******************************************************************
001077 2000-RECEIVE-AND-EDIT.
001078     IF EIBAID = DFHPF5
001079         PERFORM 5000-SHOW-HISTORY
001080             THRU 5000-SHOW-HISTORY-EXIT
001081         GO TO 2000-RECEIVE-AND-EDIT-EXIT
001082     END-IF.
001084     EXEC CICS RECEIVE MAP(HR20-MAP-NAME)
001088         MAPSET(HR20-MAPSET-NAME)
001092         INTO(EMPM1I)
001236     MOVE EMP-DEPT-CODE TO DEPTO.
001240     MOVE EMP-HIRE-DATE TO HIREDTO.
001244     MOVE EMP-EMPLOY-STATUS TO STATO.
001245     PERFORM 3700-SHOW-OPEN-LEAVE
001246         THRU 3700-SHOW-OPEN-LEAVE-EXIT.
001248     IF HR20-UPDATE-ALLOWED
001252         MOVE 'CORRECT FIELDS AND PRESS ENTER TO UPDATE' TO MSGO
001256         MOVE 'U' TO HR20-CA-MODE
001400     MOVE EMP-DEPT-CODE TO DEPTO.
001404     MOVE EMP-HIRE-DATE TO HIREDTO.
001408     MOVE EMP-EMPLOY-STATUS TO STATO.
001409     PERFORM 3700-SHOW-OPEN-LEAVE
001410         THRU 3700-SHOW-OPEN-LEAVE-EXIT.
001412     IF HR20-UPDATE-ALLOWED
001413         MOVE 'CORRECT FIELDS AND PRESS ENTER TO UPDATE' TO MSGO
001414         MOVE 'U' TO HR20-CA-MODE
001415     ELSE
001416         PERFORM 3900-PROTECT-DATA-FIELDS
001417             THRU 3900-PROTECT-DATA-FIELDS-EXIT
001418         MOVE 'INQUIRY ONLY - ENTER NEXT EMPLOYEE ID' TO MSGO
001419         MOVE 'L' TO HR20-CA-MODE
001420     END-IF.
001421     EXEC CICS SEND MAP(HR20-MAP-NAME)
001422         MAPSET(HR20-MAPSET-NAME)
001423         FROM(EMPM1O)
001424         ERASE
001425     END-EXEC.
001426     MOVE EMP-EMPLOYEE-ID TO HR20-CA-EMPLOYEE-ID.
001427 3500-LOOKUP-FROM-BROWSE-EXIT.
001428     EXIT.
001429
001430******************************************************************
001431*    3700-SHOW-OPEN-LEAVE - PUT THE EMPLOYEE'S OPEN LEAVE, IF     *
001432*    ANY, ON THE SCREEN.  NO OPEN LEAVE LEAVES THE FIELDS BLANK.  *
001433******************************************************************
001434 3700-SHOW-OPEN-LEAVE.
001435     PERFORM 3800-FIND-OPEN-LEAVE
001436         THRU 3800-FIND-OPEN-LEAVE-EXIT.
001437     IF HR20-OPEN-LEAVE-FOUND
001438         MOVE LV-LEAVE-TYPE TO LVTYPEO
001439         MOVE LV-START-DATE TO LVSTRTO
001440         MOVE LV-EXPECTED-RETURN TO LVRETNO
001441     END-IF.
001442 3700-SHOW-OPEN-LEAVE-EXIT.
001443     EXIT.
001444
001445******************************************************************
001446*    3800-FIND-OPEN-LEAVE - BROWSE THE LEAVFILE FROM THE FIRST    *
001447*    RECORD OF EMP-EMPLOYEE-ID LOOKING FOR ITS ONE OPEN LEAVE.    *
001448*    ON RETURN LV-LEAVE-RECORD HOLDS THAT LEAVE WHEN              *
001449*    HR20-OPEN-LEAVE-FOUND IS SET, AND ITS KEY IS SAVED IN        *
001450*    HR20-OPEN-LEAVE-KEY.  CLOSED RECORDS ARE PASSED OVER.        *
001451******************************************************************
001452 3800-FIND-OPEN-LEAVE.
001453     MOVE 'N' TO HR20-OPEN-LEAVE-SWITCH.
001454     MOVE 'N' TO HR20-BROWSE-SWITCH.
001455     MOVE EMP-EMPLOYEE-ID TO HR20-BROWSE-EMPLOYEE-ID.
001456     MOVE ZERO TO HR20-BROWSE-START-DATE.
001457     EXEC CICS STARTBR
001458         FILE(HR20-LEAVE-FILE-NAME)
001459         RIDFLD(HR20-BROWSE-KEY)
001460         KEYLENGTH(14)
001461         GTEQ
001462         RESP(HR20-LEAVE-RESP)
001463     END-EXEC.
001464     IF HR20-LEAVE-RESP NOT = DFHRESP(NORMAL)
001465         GO TO 3800-FIND-OPEN-LEAVE-EXIT
001466     END-IF.
001467     PERFORM 3850-READ-NEXT-LEAVE
001468         THRU 3850-READ-NEXT-LEAVE-EXIT
001469         UNTIL HR20-BROWSE-DONE.
001470     EXEC CICS ENDBR
001471         FILE(HR20-LEAVE-FILE-NAME)
001472         RESP(HR20-LEAVE-RESP)
001473     END-EXEC.
001474 3800-FIND-OPEN-LEAVE-EXIT.
001475     EXIT.
001476
001477 3850-READ-NEXT-LEAVE.
001478     EXEC CICS READNEXT
001479         FILE(HR20-LEAVE-FILE-NAME)
001480         INTO(LV-LEAVE-RECORD)
001481         RIDFLD(HR20-BROWSE-KEY)
001482         KEYLENGTH(14)
001483         RESP(HR20-LEAVE-RESP)
001484     END-EXEC.
001485     IF HR20-LEAVE-RESP NOT = DFHRESP(NORMAL)
001486         MOVE 'Y' TO HR20-BROWSE-SWITCH
001487         GO TO 3850-READ-NEXT-LEAVE-EXIT
001488     END-IF.
001489     IF LV-EMPLOYEE-ID NOT = EMP-EMPLOYEE-ID
001490         MOVE 'Y' TO HR20-BROWSE-SWITCH
001491         GO TO 3850-READ-NEXT-LEAVE-EXIT
001492     END-IF.
001493     IF LV-LEAVE-OPEN
001494         MOVE 'Y' TO HR20-OPEN-LEAVE-SWITCH
001495         MOVE 'Y' TO HR20-BROWSE-SWITCH
001496         MOVE LV-LEAVE-KEY TO HR20-OPEN-LEAVE-KEY
001497     END-IF.
001498 3850-READ-NEXT-LEAVE-EXIT.
001499     EXIT.
001500
001501******************************************************************
001502*    3900-PROTECT-DATA-FIELDS - INQUIRY-ONLY OPERATOR.  SEND THE  *
001503*    DATA FIELDS PROTECTED SO NOTHING CAN BE KEYED INTO THEM;     *
001504*    THE EMPLOYEE-ID FIELD STAYS OPEN FOR THE NEXT LOOKUP.        *
001505******************************************************************
001506 3900-PROTECT-DATA-FIELDS.
001508     MOVE DFHBMPRO TO FNAMEA.
001512     MOVE DFHBMPRO TO LNAMEA.
001516     MOVE DFHBMPRO TO GENDA.
001520     MOVE DFHBMPRO TO DEPTA.
001524     MOVE DFHBMPRO TO HIREDTA.
001528     MOVE DFHBMPRO TO STATA.
001529     MOVE DFHBMPRO TO LVTYPEA.
001530     MOVE DFHBMPRO TO LVSTRTA.
001531     MOVE DFHBMPRO TO LVRETNA.
001532 3900-PROTECT-DATA-FIELDS-EXIT.
001536     EXIT.
001540
001809             TO MSGO
001812         EXEC CICS SEND MAP(HR20-MAP-NAME)
001815             MAPSET(HR20-MAPSET-NAME)
001816             FROM(EMPM1O)
001817             DATAONLY
001818         END-EXEC
001819         GO TO 4000-APPLY-CORRECTION-EXIT
001820     END-IF.
001821     PERFORM 4300-EDIT-LEAVE
001822         THRU 4300-EDIT-LEAVE-EXIT.
001823     IF NOT HR20-LEAVE-OK
001824         MOVE SPACES TO EMPM1O
001825         MOVE HR20-LEAVE-MSG TO MSGO
001826         EXEC CICS SEND MAP(HR20-MAP-NAME)
001827             MAPSET(HR20-MAPSET-NAME)
001828             FROM(EMPM1O)
001829             DATAONLY
001830         END-EXEC
001831         GO TO 4000-APPLY-CORRECTION-EXIT
001832     END-IF.
001833     CALL 'GENVAL' USING EMP-GENDER HR20-VALID-SWITCH.
001836     IF HR20-GENDER-OK
001839         EXEC CICS REWRITE
001848         END-EXEC
001851         PERFORM 4100-WRITE-JOURNAL
001854             THRU 4100-WRITE-JOURNAL-EXIT
001855         PERFORM 4500-APPLY-LEAVE
001856             THRU 4500-APPLY-LEAVE-EXIT
001857         MOVE SPACES TO EMPM1O
001858         MOVE 'RECORD UPDATED - ENTER NEXT EMPLOYEE ID' TO MSGO
001859         IF NOT HR20-LEAVE-OK
001860             MOVE HR20-LEAVE-MSG TO MSGO
001861         END-IF
001863         EXEC CICS SEND MAP(HR20-MAP-NAME)
001866             MAPSET(HR20-MAPSET-NAME)
001869             FROM(EMPM1O)
002136     EXIT.
002139
002142******************************************************************
002152*    4300-EDIT-LEAVE - FIND THE EMPLOYEE'S OPEN LEAVE AND, WHEN   *
002162*    THE CORRECTED STATUS IS L, BUILD THE LEAVE AS IT WILL STAND  *
002172*    (THE OPEN LEAVE WITH ANY RETYPED SCREEN FIELDS OVER IT) AND  *
002182*    EDIT IT: TYPE AGAINST THE LEAVEREC CODE LIST, START DATE     *
002192*    THROUGH THE NORMAL DATEVAL EDIT, EXPECTED RETURN THROUGH     *
002202*    DATEVAL'S FORWARD-DATE MODE AND NOT BEFORE THE START.        *
002212*    NOTHING IS WRITTEN HERE - 4500-APPLY-LEAVE DOES THAT AFTER   *
002222*    THE MASTER REWRITE.                                          *
002232******************************************************************
002242 4300-EDIT-LEAVE.
002252     MOVE 'Y' TO HR20-LEAVE-EDIT-SWITCH.
002262     MOVE SPACES TO HR20-LEAVE-MSG.
002272     PERFORM 3800-FIND-OPEN-LEAVE
002282         THRU 3800-FIND-OPEN-LEAVE-EXIT.
002292     IF HR20-OPEN-LEAVE-FOUND
002302         MOVE LV-LEAVE-RECORD TO HR20-OPEN-LEAVE-IMAGE
002312     ELSE
002322         MOVE SPACES TO LV-LEAVE-RECORD
002332         MOVE EMP-EMPLOYEE-ID TO LV-EMPLOYEE-ID
002342         MOVE ZERO TO LV-START-DATE
002352         MOVE ZERO TO LV-EXPECTED-RETURN
002362         MOVE ZERO TO LV-CLOSE-DATE
002372         MOVE ZERO TO LV-LAST-CHANGE-DATE
002382     END-IF.
002392     IF NOT EMP-STATUS-LEAVE
002402         GO TO 4300-EDIT-LEAVE-EXIT
002412     END-IF.
002422     IF LVTYPEL NOT = -1
002432         MOVE LVTYPEI TO LV-LEAVE-TYPE
002442     END-IF.
002452     IF LVSTRTL NOT = -1
002462         MOVE LVSTRTI TO LV-START-DATE
002472     END-IF.
002482     IF LVRETNL NOT = -1
002492         MOVE LVRETNI TO LV-EXPECTED-RETURN
002502     END-IF.
002512     IF NOT LV-TYPE-VALID
002522         MOVE 'INVALID LEAVE TYPE - ME, PA, PE, MI OR ED'
002532             TO HR20-LEAVE-MSG
002542         MOVE 'N' TO HR20-LEAVE-EDIT-SWITCH
002552         GO TO 4300-EDIT-LEAVE-EXIT
002562     END-IF.
002572     MOVE 'Y' TO HR20-LEAVE-DATE-SWITCH.
002582     CALL 'DATEVAL' USING LV-START-DATE HR20-LEAVE-DATE-SWITCH.
002592     IF NOT HR20-LEAVE-DATE-OK
002602         MOVE 'INVALID LEAVE START - YYYYMMDD, NOT IN THE FUTURE'
002612             TO HR20-LEAVE-MSG
002622         MOVE 'N' TO HR20-LEAVE-EDIT-SWITCH
002632         GO TO 4300-EDIT-LEAVE-EXIT
002642     END-IF.
002652     MOVE 'F' TO HR20-LEAVE-DATE-SWITCH.
002662     CALL 'DATEVAL' USING LV-EXPECTED-RETURN
002672         HR20-LEAVE-DATE-SWITCH.
002682     IF NOT HR20-LEAVE-DATE-OK
002692        OR LV-EXPECTED-RETURN < LV-START-DATE
002702         MOVE 'INVALID RETURN DATE - YYYYMMDD, NOT BEFORE START'
002712             TO HR20-LEAVE-MSG
002722         MOVE 'N' TO HR20-LEAVE-EDIT-SWITCH
002732         GO TO 4300-EDIT-LEAVE-EXIT
002742     END-IF.
002752     MOVE LV-LEAVE-RECORD TO HR20-NEW-LEAVE-IMAGE.
002762 4300-EDIT-LEAVE-EXIT.
002772     EXIT.
002782
002792******************************************************************
002802*    4500-APPLY-LEAVE - BRING THE LEAVFILE INTO LINE WITH THE     *
002812*    STATUS JUST REWRITTEN.  STILL OR NEWLY L: WITH NO OPEN       *
002822*    LEAVE, OPEN ONE; WITH AN OPEN LEAVE OF THE SAME START DATE,  *
002832*    REWRITE IT IF THE OPERATOR CHANGED IT; WITH A DIFFERENT      *
002842*    START DATE, CLOSE THE OLD ONE AND OPEN THE NEW.  ANY OTHER   *
002852*    STATUS CLOSES AN OPEN LEAVE.  4100 HAS ALREADY SET THE DATE  *
002862*    AND USERID USED BELOW.                                       *
002872******************************************************************
002882 4500-APPLY-LEAVE.
002892     IF NOT EMP-STATUS-LEAVE
002902         IF HR20-OPEN-LEAVE-FOUND
002912             PERFORM 4700-CLOSE-OPEN-LEAVE
002922                 THRU 4700-CLOSE-OPEN-LEAVE-EXIT
002932         END-IF
002942         GO TO 4500-APPLY-LEAVE-EXIT
002952     END-IF.
002962     IF NOT HR20-OPEN-LEAVE-FOUND
002972         PERFORM 4800-WRITE-NEW-LEAVE
002982             THRU 4800-WRITE-NEW-LEAVE-EXIT
002992         GO TO 4500-APPLY-LEAVE-EXIT
003002     END-IF.
003012     MOVE HR20-NEW-LEAVE-IMAGE TO LV-LEAVE-RECORD.
003022     IF LV-LEAVE-KEY = HR20-OPEN-LEAVE-KEY
003032         IF HR20-NEW-LEAVE-IMAGE NOT = HR20-OPEN-LEAVE-IMAGE
003042             PERFORM 4600-CHANGE-OPEN-LEAVE
003052                 THRU 4600-CHANGE-OPEN-LEAVE-EXIT
003062         END-IF
003072         GO TO 4500-APPLY-LEAVE-EXIT
003082     END-IF.
003092     PERFORM 4700-CLOSE-OPEN-LEAVE
003102         THRU 4700-CLOSE-OPEN-LEAVE-EXIT.
003112     IF NOT HR20-LEAVE-OK
003122         GO TO 4500-APPLY-LEAVE-EXIT
003132     END-IF.
003142     PERFORM 4800-WRITE-NEW-LEAVE
003152         THRU 4800-WRITE-NEW-LEAVE-EXIT.
003162 4500-APPLY-LEAVE-EXIT.
003172     EXIT.
003182
003192******************************************************************
003202*    4600-CHANGE-OPEN-LEAVE - NEW TYPE OR EXPECTED RETURN ON THE  *
003212*    OPEN LEAVE.                                                  *
003222******************************************************************
003232 4600-CHANGE-OPEN-LEAVE.
003242     EXEC CICS READ
003252         FILE(HR20-LEAVE-FILE-NAME)
003262         INTO(LV-LEAVE-RECORD)
003272         RIDFLD(HR20-OPEN-LEAVE-KEY)
003282         KEYLENGTH(14)
003292         UPDATE
003302         RESP(HR20-LEAVE-RESP)
003312     END-EXEC.
003322     IF HR20-LEAVE-RESP NOT = DFHRESP(NORMAL)
003332         PERFORM 4900-LEAVE-NOT-UPDATED
003342             THRU 4900-LEAVE-NOT-UPDATED-EXIT
003352         GO TO 4600-CHANGE-OPEN-LEAVE-EXIT
003362     END-IF.
003372     MOVE HR20-NEW-LEAVE-IMAGE TO LV-LEAVE-RECORD.
003382     MOVE HR20-JRNL-DATE TO LV-LAST-CHANGE-DATE.
003392     EXEC CICS REWRITE
003402         FILE(HR20-LEAVE-FILE-NAME)
003412         FROM(LV-LEAVE-RECORD)
003422         RESP(HR20-LEAVE-RESP)
003432     END-EXEC.
003442     IF HR20-LEAVE-RESP NOT = DFHRESP(NORMAL)
003452         PERFORM 4900-LEAVE-NOT-UPDATED
003462             THRU 4900-LEAVE-NOT-UPDATED-EXIT
003472     END-IF.
003482 4600-CHANGE-OPEN-LEAVE-EXIT.
003492     EXIT.
003502
003512******************************************************************
003522*    4700-CLOSE-OPEN-LEAVE - CLOSE THE OPEN LEAVE WITH TODAY'S    *
003532*    DATE AND THE OPERATOR'S USERID.  THE RECORD STAYS ON FILE.   *
003542******************************************************************
003552 4700-CLOSE-OPEN-LEAVE.
003562     EXEC CICS READ
003572         FILE(HR20-LEAVE-FILE-NAME)
003582         INTO(LV-LEAVE-RECORD)
003592         RIDFLD(HR20-OPEN-LEAVE-KEY)
003602         KEYLENGTH(14)
003612         UPDATE
003622         RESP(HR20-LEAVE-RESP)
003632     END-EXEC.
003642     IF HR20-LEAVE-RESP NOT = DFHRESP(NORMAL)
003652         PERFORM 4900-LEAVE-NOT-UPDATED
003662             THRU 4900-LEAVE-NOT-UPDATED-EXIT
003672         GO TO 4700-CLOSE-OPEN-LEAVE-EXIT
003682     END-IF.
003692     MOVE 'C' TO LV-LEAVE-STATUS.
003702     MOVE HR20-JRNL-DATE TO LV-CLOSE-DATE.
003712     MOVE HR20-USERID TO LV-CLOSED-BY.
003722     MOVE HR20-JRNL-DATE TO LV-LAST-CHANGE-DATE.
003732     EXEC CICS REWRITE
003742         FILE(HR20-LEAVE-FILE-NAME)
003752         FROM(LV-LEAVE-RECORD)
003762         RESP(HR20-LEAVE-RESP)
003772     END-EXEC.
003782     IF HR20-LEAVE-RESP NOT = DFHRESP(NORMAL)
003792         PERFORM 4900-LEAVE-NOT-UPDATED
003802             THRU 4900-LEAVE-NOT-UPDATED-EXIT
003812     END-IF.
003822 4700-CLOSE-OPEN-LEAVE-EXIT.
003832     EXIT.
003842
003852******************************************************************
003862*    4800-WRITE-NEW-LEAVE - OPEN A LEAVE FROM THE EDITED FIELDS.  *
003872*    A CLOSED LEAVE WITH THE SAME START DATE ALREADY ON FILE IS   *
003882*    REOPENED IN PLACE RATHER THAN DUPLICATED.                    *
003892******************************************************************
003902 4800-WRITE-NEW-LEAVE.
003912     MOVE HR20-NEW-LEAVE-IMAGE TO LV-LEAVE-RECORD.
003922     MOVE 'O' TO LV-LEAVE-STATUS.
003932     MOVE ZERO TO LV-CLOSE-DATE.
003942     MOVE HR20-USERID TO LV-OPENED-BY.
003952     MOVE SPACES TO LV-CLOSED-BY.
003962     MOVE HR20-JRNL-DATE TO LV-LAST-CHANGE-DATE.
003972     EXEC CICS WRITE
003982         FILE(HR20-LEAVE-FILE-NAME)
003992         FROM(LV-LEAVE-RECORD)
004002         RIDFLD(LV-LEAVE-KEY)
004012         KEYLENGTH(14)
004022         RESP(HR20-LEAVE-RESP)
004032     END-EXEC.
004042     IF HR20-LEAVE-RESP = DFHRESP(NORMAL)
004052         GO TO 4800-WRITE-NEW-LEAVE-EXIT
004062     END-IF.
004072     IF HR20-LEAVE-RESP NOT = DFHRESP(DUPREC)
004082         GO TO 9900-ERROR
004092     END-IF.
004102     EXEC CICS READ
004112         FILE(HR20-LEAVE-FILE-NAME)
004122         INTO(LV-LEAVE-RECORD)
004132         RIDFLD(LV-LEAVE-KEY)
004142         KEYLENGTH(14)
004152         UPDATE
004162         RESP(HR20-LEAVE-RESP)
004172     END-EXEC.
004182     IF HR20-LEAVE-RESP NOT = DFHRESP(NORMAL)
004192         PERFORM 4900-LEAVE-NOT-UPDATED
004202             THRU 4900-LEAVE-NOT-UPDATED-EXIT
004212         GO TO 4800-WRITE-NEW-LEAVE-EXIT
004222     END-IF.
004232     MOVE HR20-NEW-LEAVE-IMAGE TO LV-LEAVE-RECORD.
004242     MOVE 'O' TO LV-LEAVE-STATUS.
004252     MOVE ZERO TO LV-CLOSE-DATE.
004262     MOVE HR20-USERID TO LV-OPENED-BY.
004272     MOVE SPACES TO LV-CLOSED-BY.
004282     MOVE HR20-JRNL-DATE TO LV-LAST-CHANGE-DATE.
004292     EXEC CICS REWRITE
004302         FILE(HR20-LEAVE-FILE-NAME)
004312         FROM(LV-LEAVE-RECORD)
004322         RESP(HR20-LEAVE-RESP)
004332     END-EXEC.
004342     IF HR20-LEAVE-RESP NOT = DFHRESP(NORMAL)
004352         PERFORM 4900-LEAVE-NOT-UPDATED
004362             THRU 4900-LEAVE-NOT-UPDATED-EXIT
004372     END-IF.
004382 4800-WRITE-NEW-LEAVE-EXIT.
004392     EXIT.
004402
004412******************************************************************
004422*    4900-LEAVE-NOT-UPDATED - A LEAVFILE READ OR REWRITE FAILED   *
004432*    AFTER THE MASTER WAS REWRITTEN AND JOURNALED.  THE MASTER    *
004442*    CHANGE STANDS; TELL THE OPERATOR THE LEAVE DID NOT FOLLOW    *
004452*    SO IT CAN BE PUT RIGHT, AND STOP 4500 GOING ANY FURTHER.     *
004462******************************************************************
004472 4900-LEAVE-NOT-UPDATED.
004482     MOVE 'N' TO HR20-LEAVE-EDIT-SWITCH.
004492     MOVE 'RECORD UPDATED BUT LEAVE NOT RECORDED - NOTIFY SUPPORT'
004502         TO HR20-LEAVE-MSG.
004512 4900-LEAVE-NOT-UPDATED-EXIT.
004522     EXIT.
004532
004542******************************************************************
004552*    5000-SHOW-HISTORY - PF5.  HAND THE EMPLOYEE ON DISPLAY TO    *
004562*    THE EMPH CHANGE-HISTORY INQUIRY.  ANY AUTHORITY MAY LOOK -   *
004572*    EMPHIST MAKES ITS OWN OPERAUTH CHECK.  WITH NO EMPLOYEE      *
004582*    LOOKED UP YET THERE IS NOTHING TO SHOW.                      *
004592******************************************************************
004602 5000-SHOW-HISTORY.
004612     IF HR20-CA-EMPLOYEE-ID = SPACES
004622         MOVE LOW-VALUES TO EMPM1O
004632         MOVE 'LOOK UP AN EMPLOYEE FIRST, THEN PF5 FOR HISTORY'
004642             TO MSGO
004652         EXEC CICS SEND MAP(HR20-MAP-NAME)
004662             MAPSET(HR20-MAPSET-NAME)
004672             FROM(EMPM1O)
004682             DATAONLY
004692         END-EXEC
004702         GO TO 5000-SHOW-HISTORY-EXIT
004712     END-IF.
004722     MOVE 'S' TO HR20-EMPH-CA-MODE.
004732     MOVE HR20-CA-EMPLOYEE-ID TO HR20-EMPH-CA-EMPLOYEE-ID.
004742     MOVE HR20-CA-AUTHORITY TO HR20-EMPH-CA-AUTHORITY.
004752     EXEC CICS XCTL PROGRAM(HR20-EMPH-PROGRAM)
004762         COMMAREA(HR20-EMPH-CA)
004772         LENGTH(LENGTH OF HR20-EMPH-CA)
004782     END-EXEC.
004792 5000-SHOW-HISTORY-EXIT.
004802     EXIT.
004812
004822******************************************************************
004832*    9100-MAPFAIL - NO DATA WAS ENTERED ON THE LAST SCREEN.       *
004842*    RE-PROMPT RATHER THAN TREAT IT AS AN ERROR.                  *
004852******************************************************************
004862 9100-MAPFAIL.
004872     MOVE SPACES TO EMPM1O.
004882     MOVE 'PLEASE ENTER DATA AND PRESS ENTER' TO MSGO.
004892     EXEC CICS SEND MAP(HR20-MAP-NAME)
004902         MAPSET(HR20-MAPSET-NAME)
004912         FROM(EMPM1O)
004922         DATAONLY
004932     END-EXEC.
004942     GO TO 9999-RETURN-CICS.
004952
004962******************************************************************
004972*    9200-NOTFND - THE KEYED EMPLOYEE ID IS NOT ON FILE.          *
004982******************************************************************
004992 9200-NOTFND.
005002     MOVE SPACES TO EMPM1O.
005012     MOVE 'EMPLOYEE ID NOT FOUND - TRY AGAIN' TO MSGO.
005022     EXEC CICS SEND MAP(HR20-MAP-NAME)
005032         MAPSET(HR20-MAPSET-NAME)
005042         FROM(EMPM1O)
005052         DATAONLY
005062     END-EXEC.
005072     MOVE 'L' TO HR20-CA-MODE.
005082     GO TO 9999-RETURN-CICS.
005092
005102******************************************************************
005112*    9500-END-CONVERSATION - PF3 WAS PRESSED.  SEND A CLOSING     *
005122*    MESSAGE AND END THE TRANSACTION WITHOUT A TRANSID, SO        *
005132*    THERE IS NO NEXT PSEUDO-CONVERSATIONAL SCREEN.                *
005142******************************************************************
005152 9500-END-CONVERSATION.
005162     MOVE 'EMPLOYEE MAINTENANCE COMPLETE' TO MSGO.
005172     EXEC CICS SEND TEXT
005182         FROM(MSGO)
005192         LENGTH(79)
005202         ERASE
005212         FREEKB
005222     END-EXEC.
005232     EXEC CICS RETURN END-EXEC.
005242
005252******************************************************************
005262*    9900-ERROR - CATCH-ALL FOR ANY OTHER CICS CONDITION.         *
005272******************************************************************
005282 9900-ERROR.
005292     MOVE SPACES TO EMPM1O.
005302     MOVE 'A SYSTEM ERROR OCCURRED - NOTIFY SUPPORT' TO MSGO.
005312     EXEC CICS SEND MAP(HR20-MAP-NAME)
005322         MAPSET(HR20-MAPSET-NAME)
005332         FROM(EMPM1O)
005342         DATAONLY
005352     END-EXEC.
005362     EXEC CICS RETURN END-EXEC.
005372
005382******************************************************************
005392*    9999-RETURN-CICS - NORMAL END OF THIS PSEUDO-CONVERSATIONAL  *
005402*    PASS.  RETURN TO CICS AND STAY ON THE SAME TRANSACTION SO    *
005412*    THE NEXT OPERATOR KEY PRESS COMES BACK IN HERE.               *
005422******************************************************************
005432 9999-RETURN-CICS.
005442     MOVE HR20-CA-MODE TO CA-MODE.
005452     MOVE HR20-CA-EMPLOYEE-ID TO CA-EMPLOYEE-ID.
005462     MOVE HR20-CA-AUTHORITY TO CA-AUTHORITY.
005472     EXEC CICS RETURN
005482         TRANSID('EMPM')
005492         COMMAREA(DFHCOMMAREA)
005502         LENGTH(LENGTH OF DFHCOMMAREA)
005512     END-EXEC.
