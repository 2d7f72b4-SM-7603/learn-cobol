000163* 09/02/26  SM   A RETAKEN COURSE SHOWS ITS RPT MARKER
000164* 09/02/26  SM   WARN WHEN THE SEEN-COURSE TABLE FILLS SO A
000165* 09/02/26  SM   LOST RPT MARKER IS NEVER SILENT
000166* 10/15/26  SM   COURSE TITLE FROM THE CATALOG (CRSLOOK) PRINTED
000167* 10/15/26  SM   BESIDE THE COURSE ID ON EVERY COURSE LINE
000170*----------------------------------------------------------
000180*
000190* READS THE STUDENT MASTER AND PRINTS ONE TRANSCRIPT PER
000717 77  WS-SEEN-COUNT                   PIC 99 COMP VALUE ZERO.
000718 77  WS-SEEN-SUB                     PIC 99 COMP VALUE ZERO.
000719 77  WS-REPEAT-SWITCH                PIC X(01) VALUE "N".
000720     COPY CRSPRM.
000721*> EVERY COURSE ID ALREADY PRINTED FOR THIS STUDENT - A
000722*> LATER TERM'S MATCH IS A RETAKE AND GETS THE RPT MARKER
000723 01  WS-SEEN-COURSE-TABLE.
000724     05  WS-SEEN-COURSE OCCURS 50 TIMES PIC X(06).

000725 01  WS-HEADING-LINE                PIC X(30)
000730         VALUE "STUDENT TRANSCRIPT".
000740 01  WS-NAME-LINE.
000750     05  FILLER                     PIC X(10) VALUE "STUDENT: ".
000790 01  WS-COURSE-LINE.
000800     05  FILLER                     PIC X(05) VALUE SPACES.
000810     05  CL-COURSE-ID                PIC X(06).
000811     05  FILLER                     PIC X(02) VALUE SPACES.
000812     05  CL-COURSE-TITLE             PIC X(30).
000820     05  FILLER                     PIC X(03) VALUE SPACES.
000830     05  CL-SCORE                    PIC X(01).
000840     05  FILLER                     PIC X(03) VALUE SPACES.
001433     END-IF
001434     PERFORM 2120-FLAG-REPEAT THRU 2120-EXIT
001435     MOVE EN-COURSE-ID TO CL-COURSE-ID
001436     MOVE "L" TO CK-FUNCTION
001437     MOVE EN-COURSE-ID TO CK-COURSE-ID
001438     CALL "CRSLOOK" USING COURSE-LOOKUP-PARMS
001439     IF CK-COURSE-OK
001440         MOVE CK-COURSE-TITLE TO CL-COURSE-TITLE
001441     ELSE
001442         MOVE "** NOT IN CATALOG **" TO CL-COURSE-TITLE
001443     END-IF
001444     MOVE EN-COURSE-SCORE TO CL-SCORE
001450     IF EN-COURSE-SCORE IS PassingScore
001460         MOVE "PASS" TO CL-PASS-FAIL
001470     ELSE
