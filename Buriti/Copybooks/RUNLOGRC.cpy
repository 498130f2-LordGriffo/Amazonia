000010* ----------------------------------------------------------------
000020* RUNLOGRC - NIGHTLY JOB-STREAM RUN-LOG RECORD LAYOUT
000030* ----------------------------------------------------------------
000040* EVERY PROGRAM IN THE NIGHTLY CYCLE APPENDS ONE "S" RECORD AS IT
000050* STARTS AND ONE "E" RECORD AS IT ENDS TO THE SHARED RUNLOG
000060* DATASET (DISP=MOD; PARALLEL STREAMS WRITE PER-STREAM PARTITIONS
000070* THAT TRANMRG APPENDS).  THE "E" RECORD REPEATS THE START DATE
000080* AND TIME SO RunRpt CAN PAIR THE TWO; A START WITH NO END MEANS
000090* THE STEP ABENDED OR WAS CANCELLED.  RN-PROGRAM-ID IS THE LOAD
000100* MODULE NAME (ArithmeticProgram LOGS AS "ARITHPGM").  UP TO
000110* THREE KEY COUNTS RIDE ON EACH RECORD, EACH WITH A FOUR-
000120* CHARACTER NAME SUCH AS "READ" OR "REJ"; THEY ARE ZERO ON THE
000130* "S" RECORD.  A PROGRAM RUN AS SEVERAL STEPS OF ONE JOB NAMES
000133* EACH STEP IN RN-RUN-QUALIFIER (DeptRet: ITS PARM, THE DEPARTMENT
000136* CODE OR "CHECK"); EVERY OTHER PROGRAM LEAVES IT BLANK.
000140* ----------------------------------------------------------------
000150* 10/15/26 EM   ORIGINAL.
000153* 10/15/26 EM   ADDED RN-RUN-QUALIFIER FROM THE FILLER.  THE RECORD
000156*               STAYS 100 BYTES.
000160* ----------------------------------------------------------------
000170 05  RN-RECORD-TYPE          PIC X(01).
000180     88  RN-START-RECORD         VALUE "S".
000190     88  RN-END-RECORD           VALUE "E".
000200 05  RN-PROGRAM-ID           PIC X(08).
000210 05  RN-STREAM-NO            PIC 9(02).
000220*    PARALLEL STREAM 01-04; ZERO FOR A SINGLE-STREAM STEP
000230 05  RN-RUN-DATE             PIC X(08).
000240 05  RN-START-TIME           PIC X(06).
000250*    YYYYMMDD AND HHMMSS THE STEP STARTED
000260 05  RN-END-DATE             PIC X(08).
000270 05  RN-END-TIME             PIC X(06).
000280*    BLANK ON THE "S" RECORD
000290 05  RN-RETURN-CODE          PIC 9(04).
000300 05  RN-COUNT-ENTRY OCCURS 3 TIMES.
000310     10  RN-COUNT-NAME       PIC X(04).
000320     10  RN-COUNT            PIC 9(09).
000323 05  RN-RUN-QUALIFIER        PIC X(08).
000326*    STEP WITHIN THE JOB; BLANK FOR A ONE-STEP PROGRAM
000330 05  FILLER                  PIC X(10).
