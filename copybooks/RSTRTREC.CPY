001620*                       COUNTS, SO A RESUMED SUBSYSTEM'S       *
001630*                       CONTROL TOTALS ARE REBUILT COMPLETE    *
001640*                       ACROSS ATTEMPTS.                       *
001641*      2026-10-15  RJK  ADDED THE NOT-WORKED (N), DRAINED (D)  *
001642*                       AND BYPASSED (B) STATUSES.  EVERY      *
001643*                       CHECKPOINT ENTRY NOW GETS A RECORD - N *
001644*                       FOR ONE NOT CONNECTED TONIGHT, D FOR   *
001645*                       ONE A DRAIN STOPPED THE PASS REACHING, *
001646*                       B FOR A DEPENDENT BYPASSED BECAUSE ITS *
001647*                       PREREQUISITE DID NOT COMPLETE - SO A   *
001648*                       DEPENDENT IN ANOTHER GROUP STREAM CAN  *
001649*                       TELL A PREREQUISITE THAT WILL NEVER    *
001650*                       COMPLETE FROM ONE NOT REACHED YET.     *
001651*                       NONE OF THE THREE IS RESUMED BY A STEP *
001652*                       RESTART.                               *
001700*                                                              *
001800************************************************************
001900    05  RST-PROGRAM                   PIC X(08).
002100    05  RST-STATUS                    PIC X(01).
002200        88  RST-COMPLETE                   VALUE 'C'.
002300        88  RST-IN-PROGRESS                VALUE 'P'.
002310        88  RST-NOT-WORKED                 VALUE 'N'.
002320        88  RST-DRAINED                    VALUE 'D'.
002330        88  RST-BYPASSED                   VALUE 'B'.
002400*    ROW POSITION THE SERVICE RESUMES FROM - ZERO MEANS THE
002500*    SUBSYSTEM STARTS (OR STARTED) FROM THE TOP.
002600    05  RST-RESUME-POS                PIC 9(09).
