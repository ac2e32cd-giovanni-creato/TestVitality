FAPASM01 TITLE 'DATASET PRE-CHECK SERVICE'                                      
***********************************************************************         
*                                                                     *         
*  PROGRAM NAME:   FAPASM01                                           *         
*                                                                     *         
*  DESCRIPTION:    DATASET PRE-CHECK SERVICE. THE BATCH JOBS CALL     *         
*                  THIS AT STARTUP, BEFORE THEY OPEN AN INPUT, SO A   *         
*                  MISSING, EMPTY OR STALE INPUT STOPS THE JOB        *         
*                  CLEANLY INSTEAD OF HALFWAY THROUGH ITS WORK.       *         
*                                                                     *         
*                  FOR ONE DD OR DATASET IT ANSWERS WHETHER THE       *         
*                  DATASET EXISTS, WHETHER IT IS EMPTY, ITS RECORD    *         
*                  COUNT (THE DATASET IS READ TO END), ITS CREATION   *         
*                  DATE (FROM THE FORMAT-1 DSCB, DASD ONLY) AND ITS   *         
*                  AGE IN DAYS.                                       *         
*                                                                     *         
*  CALL:           CALL 'FAPASM01' USING FAPCHK-ACTION                *         
*                                        FAPCHK-DATASET               *         
*                                        FAPCHK-RESULT                *         
*                  (SEE COPYBOOK/FAPCHK.CPY)                          *         
*                                                                     *         
*  PARM 1 ACTION:  'DD  '  CHECK THE DD NAMED IN PARM 2 (CL8)         *         
*                  'DSN '  CHECK THE CATALOGED DATASET NAMED IN       *         
*                          PARM 2 (CL44) - IT IS ALLOCATED SHR FOR    *         
*                          THE CHECK AND FREED AGAIN                  *         
*  PARM 2 DATASET: DD NAME OR DATASET NAME, LEFT JUSTIFIED            *         
*  PARM 3 RESULT:  CALLER SETS THE MAXIMUM AGE IN DAYS (ZERO MEANS    *         
*                  ANY AGE); THIS SETS THE STATUS, RECORD COUNT,      *         
*                  CREATION DATE, AGE AND RESOLVED DATASET NAME       *         
*                                                                     *         
*  STATUS / RC:    00  PRESENT, HAS RECORDS, NOT STALE                *         
*                  04  PRESENT BUT EMPTY                              *         
*                  08  MISSING - DD NOT ALLOCATED OR DATASET NOT      *         
*                      CATALOGED                                      *         
*                  12  STALE - OLDER THAN THE MAXIMUM AGE, EMPTY OR   *         
*                      NOT                                            *         
*                  16  UNREADABLE - WOULD NOT OPEN OR I/O ERROR       *         
*                  20  UNKNOWN ACTION                                 *         
*                                                                     *         
*  A DATASET WITH NO CREATION DATE ON RECORD (DD DUMMY, INSTREAM,     *         
*  TAPE) RETURNS A ZERO DATE AND AGE AND IS NEVER JUDGED STALE.       *         
*  SEQUENTIAL (QSAM) DATASETS ONLY.                                   *         
*                                                                     *         
***********************************************************************         
         EJECT                                                                  
FAPASM01 START 0                                                                
FAPASM01 AMODE 31                                                               
FAPASM01 RMODE 24                                                               
         SAVE  (14,12),,'FAPASM01-&SYSDATE-&SYSTIME'                            
         SPACE ,                                                                
         BALR  R12,0                   COPY ENTRY POINT ADDRESS                 
         USING *,R12,R11               INFORM THE ASSEMBLER                     
         LA    R11,2048(,R12)          SECOND BASE REGISTER IS                  
         LA    R11,2048(,R11)          . 4096 PAST THE FIRST                    
         SPACE ,                                                                
         USING PARMAREA,R1             INFORM THE ASSEMBLER ABOUT THE  X        
                                       . PARMAREA                               
         SPACE ,                                                                
         L     R2,PARM1                LET R2 POINT TO ACTION PARM              
         L     R3,PARM2                LET R3 POINT TO DATASET NAME             
         L     R4,PARM3                LET R4 POINT TO RESULT AREA              
         LA    R4,0(,R4)               CLEAR THE END-OF-LIST BIT                
         DROP  R1                      (PARMAREA)                               
         USING RESULT,R4               INFORM THE ASSEMBLER                     
         SPACE ,                                                                
***********************************************************************         
*  CLEAR THE ANSWER AND START FROM A FRESH COPY OF THE DCB - A DCB    *         
*  THAT HAS BEEN OPENED CARRIES THE LAST DATASET'S ATTRIBUTES         *         
***********************************************************************         
         MVC   RSSTAT,=C'00'           ASSUME ALL IS WELL                       
         XC    RSCOUNT,RSCOUNT         NO RECORDS COUNTED YET                   
         MVC   RSCRDT,=C'00000000'     NO CREATION DATE YET                     
         XC    RSAGE,RSAGE             NO AGE YET                               
         MVC   RSDSN,BLANKS            NO DATASET NAME YET                      
         MVI   ALLOCSW,C'N'            NOTHING DYNAMICALLY ALLOCATED            
         MVI   DATESW,C'N'             NO CREATION DATE FOUND                   
         MVC   INDCB(DCBLEN),MODELDCB  FRESH DCB                                
         SPACE ,                                                                
         CLC   0(4,R2),=C'DD  '        CHECK BY DD NAME?                        
         BE    BYDDNAME                YES                                      
         CLC   0(4,R2),=C'DSN '        CHECK BY DATASET NAME?                   
         BE    BYDSNAME                YES                                      
         MVC   RSSTAT,=C'20'           NEITHER - UNKNOWN ACTION                 
         LA    R15,20                  SET RETURN CODE = 20                     
         B     PGMEXIT                                                          
         EJECT                                                                  
***********************************************************************         
*  BY DD NAME - THE JOB STEP ALREADY HAS THE DATASET ALLOCATED        *         
***********************************************************************         
BYDDNAME DS    0H                                                               
         MVC   DDNAME,0(R3)            DD NAME FROM PARM 2                      
         B     READJFCB                                                         
         SPACE ,                                                                
***********************************************************************         
*  BY DATASET NAME - ALLOCATE IT SHR THROUGH THE CATALOG AND LET      *         
*  DYNAMIC ALLOCATION PICK THE DD NAME; AN ALLOCATION THAT FAILS      *         
*  MEANS THE DATASET IS NOT THERE                                     *         
***********************************************************************         
BYDSNAME DS    0H                                                               
         MVC   DSNTXT+6(44),0(R3)      DATASET NAME FROM PARM 2                 
         MVC   RTDDNTXT+6(8),BLANKS    DD NAME COMES BACK HERE                  
         LA    R1,ALLOCRBP             POINT TO REQUEST BLOCK POINTER           
         DYNALLOC ,                    ALLOCATE THE DATASET                     
         LTR   R15,R15                 ALLOCATED?                               
         BNZ   MISSING                 NO - NOT CATALOGED                       
         MVI   ALLOCSW,C'Y'            FREE IT AGAIN ON THE WAY OUT             
         MVC   DDNAME,RTDDNTXT+6       DD NAME THE SYSTEM CHOSE                 
         B     READJFCB                                                         
         EJECT                                                                  
***********************************************************************         
*  READ THE JFCB - A DD THAT IS NOT IN THE TIOT IS MISSING. THE       *         
*  JFCB GIVES THE DATASET NAME AND THE VOLUME TO LOOK FOR IT ON.      *         
***********************************************************************         
READJFCB DS    0H                                                               
         LA    R5,INDCB                ADDRESS THE DCB                          
         USING IHADCB,R5               INFORM THE ASSEMBLER                     
         MVC   DCBDDNAM,DDNAME         DD NAME TO CHECK                         
         DROP  R5                      (IHADCB)                                 
         RDJFCB (INDCB)                READ THE JFCB                            
         LTR   R15,R15                 DD FOUND?                                
         BNZ   MISSING                 NO - DD NOT ALLOCATED                    
         MVC   RSDSN,JFCBDSNM          RESOLVED DATASET NAME                    
         CLC   JFCBDSNM(8),=C'NULLFILE' DD DUMMY?                               
         BE    OPENDS                  YES - NO DSCB TO READ                    
         CLC   JFCBVOLS(6),BLANKS      ANY VOLUME SERIAL?                       
         BE    OPENDS                  NO - INSTREAM OR SPOOL                   
         SPACE ,                                                                
***********************************************************************         
*  READ THE FORMAT-1 DSCB FOR THE CREATION DATE. NOT FINDING IT (A    *         
*  TAPE, SAY) JUST MEANS THERE IS NO DATE TO JUDGE AGE BY.            *         
***********************************************************************         
         MVC   OBTVOL,JFCBVOLS         FIRST VOLUME SERIAL                      
         OBTAIN OBTLIST                READ THE FORMAT-1 DSCB                   
         LTR   R15,R15                 FOUND?                                   
         BNZ   OPENDS                  NO - NO CREATION DATE                    
         SR    R6,R6                   CLEAR FOR INSERT                         
         IC    R6,DSCBWORK+9           YEARS SINCE 1900                         
         LA    R6,1900(,R6)            FULL YEAR                                
         SR    R7,R7                   CLEAR FOR INSERT                         
         ICM   R7,3,DSCBWORK+10        DAY OF THE YEAR                          
         BZ    OPENDS                  ZERO - NO CREATION DATE                  
         BAL   R9,JULGREG              CREATION DATE AS YYYYMMDD                
         BAL   R9,DAYNUM               CREATION DATE AS A DAY NUMBER            
         ST    R8,CRDAYNO              KEEP IT                                  
         MVI   DATESW,C'Y'             THERE IS A CREATION DATE                 
         SPACE ,                                                                
***********************************************************************         
*  AGE IN DAYS: TODAY'S DAY NUMBER LESS THE CREATION DAY NUMBER.      *         
*  TIME DEC GIVES TODAY AS 0CYYDDDF, C=0 FOR 19XX AND 1 FOR 20XX.     *         
***********************************************************************         
         TIME  DEC                     R1 = TODAY 0CYYDDDF                      
         ST    R1,TODAYPK              KEEP IT                                  
         XC    DWORK,DWORK             BUILD A DOUBLEWORD                       
         MVC   DWORK+4(4),TODAYPK      . PACKED CYYDDD                          
         CVB   R1,DWORK                BINARY CYYDDD                            
         SR    R0,R0                   CLEAR FOR DIVIDE                         
         D     R0,=F'1000'             R1 = CYY, R0 = DDD                       
         LA    R6,1900(,R1)            FULL YEAR                                
         LR    R7,R0                   DAY OF THE YEAR                          
         BAL   R9,DAYNUM               TODAY AS A DAY NUMBER                    
         S     R8,CRDAYNO              DAYS SINCE CREATION                      
         BNM   AGEOK                   NOT NEGATIVE                             
         SR    R8,R8                   CLOCK BEHIND THE DSCB - ZERO             
AGEOK    DS    0H                                                               
         C     R8,=F'9999'             MORE THAN 9999 DAYS?                     
         BNH   AGESET                  NO                                       
         L     R8,=F'9999'             HOLD AT 9999                             
AGESET   DS    0H                                                               
         STH   R8,RSAGE                AGE IN DAYS                              
         EJECT                                                                  
***********************************************************************         
*  OPEN AND READ TO END, COUNTING. A DATASET THAT WILL NOT OPEN, OR   *         
*  THAT TAKES AN I/O ERROR, IS UNREADABLE. STALE IS JUDGED BEFORE     *         
*  EMPTY - AN EMPTY FILE NOBODY REWROTE IS THE STALE ONE.             *         
***********************************************************************         
OPENDS   DS    0H                                                               
         OPEN  (INDCB,(INPUT)),MODE=31 OPEN THE DATASET                         
         LA    R5,INDCB                ADDRESS THE DCB                          
         USING IHADCB,R5               INFORM THE ASSEMBLER                     
         TM    DCBOFLGS,DCBOFOPN       OPENED?                                  
         DROP  R5                      (IHADCB)                                 
         BZ    UNREADBL                NO - UNREADABLE                          
         SR    R6,R6                   RECORD COUNT                             
COUNTLP  DS    0H                                                               
         GET   INDCB                   NEXT RECORD (LOCATE MODE)                
         LA    R6,1(,R6)               COUNT IT                                 
         B     COUNTLP                 AND THE NEXT                             
         SPACE ,                                                                
EODRTN   DS    0H                                                               
         CLOSE (INDCB),MODE=31         CLOSE THE DATASET                        
         ST    R6,RSCOUNT              RECORD COUNT                             
         CLI   DATESW,C'Y'             CREATION DATE KNOWN?                     
         BNE   CHKEMPTY                NO - CANNOT BE STALE                     
         LH    R8,RSMAXAGE             CALLER'S MAXIMUM AGE                     
         LTR   R8,R8                   ANY?                                     
         BNP   CHKEMPTY                NO - ANY AGE WILL DO                     
         CH    R8,RSAGE                OLDER THAN THE MAXIMUM?                  
         BL    STALE                   YES - STALE, EMPTY OR NOT                
CHKEMPTY DS    0H                                                               
         LTR   R6,R6                   ANY RECORDS?                             
         BZ    EMPTY                   NO - EMPTY                               
         B     PRESENT                                                          
         SPACE ,                                                                
IOERR    DS    0H                                                               
         CLOSE (INDCB),MODE=31         CLOSE THE DATASET                        
         B     UNREADBL                                                         
         EJECT                                                                  
***********************************************************************         
*  SET THE STATUS AND RETURN CODE, FREE A DYNAMIC ALLOCATION, RETURN  *         
***********************************************************************         
PRESENT  DS    0H                                                               
         MVC   RSSTAT,=C'00'           PRESENT                                  
         LA    R15,0                   SET RETURN CODE = 0                      
         B     FREEDS                                                           
EMPTY    DS    0H                                                               
         MVC   RSSTAT,=C'04'           EMPTY                                    
         LA    R15,4                   SET RETURN CODE = 4                      
         B     FREEDS                                                           
MISSING  DS    0H                                                               
         MVC   RSSTAT,=C'08'           MISSING                                  
         LA    R15,8                   SET RETURN CODE = 8                      
         B     FREEDS                                                           
STALE    DS    0H                                                               
         MVC   RSSTAT,=C'12'           STALE                                    
         LA    R15,12                  SET RETURN CODE = 12                     
         B     FREEDS                                                           
UNREADBL DS    0H                                                               
         MVC   RSSTAT,=C'16'           UNREADABLE                               
         LA    R15,16                  SET RETURN CODE = 16                     
         SPACE ,                                                                
FREEDS   DS    0H                                                               
         CLI   ALLOCSW,C'Y'            DYNAMICALLY ALLOCATED?                   
         BNE   PGMEXIT                 NO                                       
         ST    R15,RCSAVE              KEEP THE RETURN CODE                     
         MVC   UNDDTXT+6(8),DDNAME     DD NAME TO FREE                          
         LA    R1,UNALCRBP             POINT TO REQUEST BLOCK POINTER           
         DYNALLOC ,                    FREE THE DATASET                         
         L     R15,RCSAVE              RESTORE THE RETURN CODE                  
         SPACE ,                                                                
PGMEXIT  DS    0H                                                               
         L     R13,SAVEAREA+4          GET CALLERS SAVE AREA ADDRESS            
         RETURN (14,12),,RC=(15)       RETURN                                   
         EJECT                                                                  
***********************************************************************         
*  DAYNUM - YEAR IN R6, DAY OF THE YEAR IN R7: DAYS SINCE THE END OF  *         
*  1900 IN R8 (GOOD FOR 1901-2099, WHERE EVERY FOURTH YEAR LEAPS)     *         
***********************************************************************         
DAYNUM   DS    0H                                                               
         LR    R8,R6                   YEAR                                     
         S     R8,=F'1900'             YEARS SINCE 1900                         
         MH    R8,=H'365'              THEIR ORDINARY DAYS                      
         LR    R1,R6                   YEAR                                     
         S     R1,=F'1901'             YEARS SINCE 1901                         
         SRA   R1,2                    LEAP DAYS PASSED                         
         AR    R8,R1                   ADD THEM                                 
         AR    R8,R7                   AND THE DAY OF THE YEAR                  
         BR    R9                      RETURN                                   
         SPACE ,                                                                
***********************************************************************         
*  JULGREG - YEAR IN R6, DAY OF THE YEAR IN R7: RSCRDT SET TO THE     *         
*  DATE AS YYYYMMDD. THE MONTH IS THE LAST ONE WHOSE DAYS-BEFORE      *         
*  (ONE MORE FROM MARCH IN A LEAP YEAR) IS BELOW THE DAY.             *         
***********************************************************************         
JULGREG  DS    0H                                                               
         LA    R10,12                  START AT DECEMBER                        
JGLOOP   DS    0H                                                               
         LR    R1,R10                  MONTH                                    
         BCTR  R1,0                    LESS ONE                                 
         SLL   R1,1                    HALFWORD INDEX                           
         LH    R8,MONTHTAB(R1)         DAYS BEFORE THE MONTH                    
         C     R10,=F'2'               JANUARY OR FEBRUARY?                     
         BNH   JGCOMP                  YES - NO LEAP DAY BEFORE IT              
         LR    R1,R6                   YEAR                                     
         N     R1,=F'3'                DIVISIBLE BY FOUR?                       
         BNZ   JGCOMP                  NO - NOT A LEAP YEAR                     
         LA    R8,1(,R8)               ONE MORE FOR 29 FEBRUARY                 
JGCOMP   DS    0H                                                               
         CR    R7,R8                   DAY PAST THE DAYS BEFORE?                
         BH    JGFOUND                 YES - THIS IS THE MONTH                  
         BCT   R10,JGLOOP              TRY THE MONTH BEFORE                     
         LA    R10,1                   (DAY ZERO - JANUARY)                     
JGFOUND  DS    0H                                                               
         LR    R1,R7                   DAY OF THE YEAR                          
         SR    R1,R8                   LESS DAYS BEFORE THE MONTH               
         LR    R0,R6                   YEAR                                     
         MH    R0,=H'100'              YEAR * 100                               
         AR    R0,R10                  PLUS MONTH                               
         MH    R0,=H'100'              (YEAR * 100 + MONTH) * 100               
         AR    R0,R1                   PLUS DAY                                 
         CVD   R0,DWORK                PACKED YYYYMMDD                          
         UNPK  RSCRDT,DWORK            ZONED YYYYMMDD                           
         OI    RSCRDT+7,X'F0'          CLEAR THE SIGN                           
         BR    R9                      RETURN                                   
         EJECT                                                                  
         LTORG                                                                  
         SPACE 3                                                                
***********************************************************************         
SAVEAREA DS    0H                                                               
         DS    18F                     RESERVE THE FIRST 18 WORDS AS            
*                                      THE ACTUAL SAVE AREA.                    
DWORK    DS    D                       CONVERSION DOUBLEWORD                    
RCSAVE   DS    F                       RETURN CODE ACROSS A FREE                
CRDAYNO  DS    F                       CREATION DATE AS A DAY NUMBER            
TODAYPK  DS    F                       TODAY AS 0CYYDDDF                        
DDNAME   DS    CL8                     DD NAME BEING CHECKED                    
OBTVOL   DS    CL6                     VOLUME TO SEARCH                         
ALLOCSW  DS    C                       Y = DYNAMICALLY ALLOCATED                
DATESW   DS    C                       Y = CREATION DATE KNOWN                  
BLANKS   DC    CL44' '                 SPACES                                   
MONTHTAB DC    H'0,31,59,90,120,151,181,212,243,273,304,334'                    
         SPACE ,                                                                
***********************************************************************         
*  THE DCB THE CHECK OPENS, AND THE UNOPENED MODEL IT IS REFRESHED    *         
*  FROM ON EVERY CALL                                                 *         
***********************************************************************         
INDCB    DCB   DDNAME=FAPCHKDD,DSORG=PS,MACRF=GL,EODAD=EODRTN,         X        
               SYNAD=IOERR,EXLST=EXLIST                                         
DCBLEN   EQU   *-INDCB                 LENGTH OF THE DCB                        
MODELDCB DCB   DDNAME=FAPCHKDD,DSORG=PS,MACRF=GL,EODAD=EODRTN,         X        
               SYNAD=IOERR,EXLST=EXLIST                                         
EXLIST   DS    0F                      DCB EXIT LIST                            
         DC    X'87',AL3(JFCB)         RDJFCB GOES TO JFCB, LAST ENTRY          
         SPACE ,                                                                
JFCB     DS    0F                      JOB FILE CONTROL BLOCK                   
         IEFJFCBN LIST=YES                                                      
         SPACE ,                                                                
OBTLIST  CAMLST SEARCH,JFCBDSNM,OBTVOL,DSCBWORK                                 
DSCBWORK DS    0D                      FORMAT-1 DSCB LESS ITS KEY -             
         DS    CL140                   . CREATION DATE AT +9                    
         EJECT                                                                  
***********************************************************************         
*  DYNAMIC ALLOCATION REQUEST BLOCKS - ALLOCATE A DATASET SHR BY      *         
*  NAME RETURNING THE DD NAME, AND FREE THAT DD NAME AGAIN            *         
***********************************************************************         
ALLOCRBP DC    A(X'80000000'+ALLOCRB)  REQUEST BLOCK POINTER                    
ALLOCRB  DC    AL1(20)                 LENGTH OF REQUEST BLOCK                  
         DC    AL1(1)                  VERB - ALLOCATE                          
         DC    AL2(0)                  FLAGS                                    
         DC    AL2(0)                  ERROR REASON CODE                        
         DC    AL2(0)                  INFORMATION REASON CODE                  
         DC    A(ALLOCTUP)             TEXT UNIT POINTER LIST                   
         DC    A(0)                    RESERVED                                 
         DC    AL4(0)                  MORE FLAGS                               
ALLOCTUP DC    A(DSNTXT)               DATASET NAME                             
         DC    A(STATTXT)              STATUS                                   
         DC    A(X'80000000'+RTDDNTXT) RETURN THE DD NAME                       
DSNTXT   DC    X'0002',AL2(1),AL2(44),CL44' '                                   
STATTXT  DC    X'0004',AL2(1),AL2(1),X'08'                                      
RTDDNTXT DC    X'0055',AL2(1),AL2(8),CL8' '                                     
         SPACE ,                                                                
UNALCRBP DC    A(X'80000000'+UNALCRB)  REQUEST BLOCK POINTER                    
UNALCRB  DC    AL1(20)                 LENGTH OF REQUEST BLOCK                  
         DC    AL1(2)                  VERB - UNALLOCATE                        
         DC    AL2(0)                  FLAGS                                    
         DC    AL2(0)                  ERROR REASON CODE                        
         DC    AL2(0)                  INFORMATION REASON CODE                  
         DC    A(UNALCTUP)             TEXT UNIT POINTER LIST                   
         DC    A(0)                    RESERVED                                 
         DC    AL4(0)                  MORE FLAGS                               
UNALCTUP DC    A(X'80000000'+UNDDTXT)  DD NAME TO FREE                          
UNDDTXT  DC    X'0001',AL2(1),AL2(8),CL8' '                                     
         EJECT                                                                  
***********************************************************************         
*                                                                     *         
*  PARM AREA DEFINITION                                               *         
PARMAREA DSECT                                                                  
PARM1    DS    A                       ADDRESS OF ACTION PARM                   
PARM2    DS    A                       ADDRESS OF DATASET NAME                  
PARM3    DS    A                       ADDRESS OF RESULT AREA                   
         SPACE 3                                                                
***********************************************************************         
*                                                                     *         
*  RESULT AREA DEFINITION (COPYBOOK/FAPCHK.CPY, FAPCHK-RESULT)        *         
*                                                                     *         
***********************************************************************         
RESULT   DSECT                                                                  
RSSTAT   DS    CL2                     STATUS 00/04/08/12/16/20                 
RSMAXAGE DS    H                       MAXIMUM AGE IN DAYS (CALLER)             
RSCOUNT  DS    F                       RECORD COUNT                             
RSCRDT   DS    CL8                     CREATION DATE YYYYMMDD                   
RSAGE    DS    H                       AGE IN DAYS                              
RSDSN    DS    CL44                    RESOLVED DATASET NAME                    
         DS    CL18                    RESERVED                                 
         SPACE 3                                                                
         DCBD  DSORG=PS,DEVD=DA                                                 
         SPACE 3                                                                
***********************************************************************         
*                                                                     *         
