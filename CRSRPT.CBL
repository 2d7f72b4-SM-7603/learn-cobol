000100* 09/02/26  SM   INITIAL VERSION - COURSE-LEVEL ROSTER AND
000110* 09/02/26  SM   GRADE DISTRIBUTION REPORT FROM THE
000120* 09/02/26  SM   ENROLLMENT DETAIL
000121* 10/15/26  SM   COURSE TITLE FROM THE CATALOG (CRSLOOK) PRINTED
000122* 10/15/26  SM   BESIDE THE COURSE ID ON EACH SECTION HEADING
000130*----------------------------------------------------------
000140*
000150* THE OTHER AXIS FROM GRADEBK'S STUDENT-CENTRIC TRANSCRIPT:
000690 77  WS-GRADE-POINTS               PIC 9 VALUE ZERO.
000700 77  WS-PASS-RATE                  PIC 9(03)V9 VALUE ZERO.
000710 77  WS-AVG-POINTS                 PIC 9V99 VALUE ZERO.
000711     COPY CRSPRM.
000720 01  WS-COURSE-TABLE.
000730     05  WS-COURSE-ENTRY OCCURS 200 TIMES.
000740         10  WS-CT-COURSE-ID       PIC X(06).
000890 01  WS-COURSE-HEADING.
000900     05  FILLER                    PIC X(09) VALUE "-------- ".
000910     05  CH-COURSE-ID              PIC X(06).
000911     05  FILLER                    PIC X(02) VALUE SPACES.
000912     05  CH-COURSE-TITLE           PIC X(30).
000920     05  FILLER                    PIC X(09) VALUE " --------".
000930 01  WS-ROSTER-LINE.
000940     05  FILLER                    PIC X(02) VALUE SPACES.
002400 3000-PRINT-ONE-COURSE.
002410     WRITE COURSE-REPORT-LINE FROM WS-BLANK-LINE
002420     MOVE WS-CT-COURSE-ID (WS-PRINT-SUB) TO CH-COURSE-ID
002421     MOVE "L" TO CK-FUNCTION
002422     MOVE WS-CT-COURSE-ID (WS-PRINT-SUB) TO CK-COURSE-ID
002423     CALL "CRSLOOK" USING COURSE-LOOKUP-PARMS
002424     IF CK-COURSE-OK
002425         MOVE CK-COURSE-TITLE TO CH-COURSE-TITLE
002426     ELSE
002427         MOVE "** NOT IN CATALOG **" TO CH-COURSE-TITLE
002428     END-IF
002430     WRITE COURSE-REPORT-LINE FROM WS-COURSE-HEADING
002440     MOVE "N" TO WS-EOF-SWITCH
002450     OPEN INPUT ENROLLMENT-DETAIL
