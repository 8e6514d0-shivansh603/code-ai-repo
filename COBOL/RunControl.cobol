000330*    08/22/2026 JDH   ORIGINAL PROGRAM - SHARED RUN-CONTROL
000340*                     LOG AND SAME-DAY DUPLICATE-RUN
000350*                     PROTECTION FOR THE BATCH SUITE.
000351*    10/15/2026 JDH   THE LOG RECORD NOW ENDS WITH A STREAM NAME,
000352*                     STEP NUMBER AND STEP RETURN CODE, FILLED IN
000353*                     ONLY ON THE RECORDS THE JOBSTREAM DRIVER
000354*                     WRITES FOR EACH STREAM AND STEP. PROGRAM
000355*                     STAMPS LEAVE THEM BLANK, AND THE DUPLICATE
000356*                     CHECK STILL LOOKS ONLY AT COMPLETION STAMPS.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000510     05  RC-InputRecordCount PIC 9(7).
000520     05  RC-Status          PIC X(1).
000530         88  RC-RUN-STARTED           VALUE 'S'.
000531         88  RC-RUN-COMPLETED         VALUE 'C'.
000532         88  RC-STREAM-STARTED        VALUE 'J'.
000533         88  RC-STREAM-RESTARTED      VALUE 'R'.
000534         88  RC-STREAM-ENDED          VALUE 'E'.
000535         88  RC-STREAM-HALTED         VALUE 'H'.
000536         88  RC-STEP-BEGUN            VALUE 'B'.
000537         88  RC-STEP-COMPLETED        VALUE 'K'.
000538         88  RC-STEP-FAILED           VALUE 'F'.
000539     05  RC-StreamName      PIC X(8).
000540     05  RC-StepNumber      PIC 9(2).
000541     05  RC-StepReturnCode  PIC 9(4).
000550
000560 WORKING-STORAGE SECTION.
000570*    RUN-CONTROL-STATUS 35 MEANS THE LOG HAS NOT BEEN
001460     MOVE RCA-ProgramName     TO RC-ProgramName
001470     MOVE RCA-InputFileName   TO RC-InputFileName
001480     MOVE RCA-InputRecordCount TO RC-InputRecordCount
001481     MOVE SPACES              TO RC-StreamName
001482     MOVE 0                   TO RC-StepNumber
001483     MOVE 0                   TO RC-StepReturnCode
001490     IF RCA-START-REQUEST
001500         MOVE 'S' TO RC-Status
001510     ELSE
