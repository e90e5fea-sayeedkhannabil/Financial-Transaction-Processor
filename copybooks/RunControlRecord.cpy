000900*    AT A CLEAN END.  THE BUSINESS DATE IS THE RECORD'S, NOT     *
000910*    THE CALENDAR'S - A NIGHTLY SEQUENCE THAT CROSSES MIDNIGHT   *
000920*    STAYS ON THE ONE BUSINESS DATE IT STARTED UNDER.  THE       *
000925*    EXTRA EDIT/POST PASSES (STANDING ORDERS, INTEREST, FEES,    *
000930*    LOAN LATE CHARGES, NSF ITEM CHARGES, HELD ONLINE WORK)      *
000940*    RUN TRANEDIT AND TRANPOST UNDER THEIR OWN STEP NAMES        *
000950*    (SYSIN), SO THEY NEITHER BLOCK NOR SATISFY THE DAILY        *
000960*    PASS'S FLAGS.  THE OPERATOR CONSOLE (RUNCTLOP) SETS THE     *
001000*    NEW BUSINESS DATE EACH DAY (CLEARING EVERY FLAG) AND LETS   *
001100*    A SUPERVISOR FORCE OR REOPEN A STEP ON THE NIGHTS           *
001200*    SOMETHING GENUINELY HAS TO BE RUN OUT OF LINE.              *
001205*    THE TABLE HOLDS 40 STEPS; A STEP ADDED TO THE SEQUENCE      *
001210*    AFTER THE FILE WAS BUILT IS ADDED TO THE LIVE FILE THROUGH  *
001215*    THE OPERATOR CONSOLE.  (THE FILE WAS WIDENED FROM 16 STEPS  *
001220*    BY THE ONE-TIME RUNCCONV CONVERSION.)                       *
001225*    THE ONLINE SYSTEM READS THE RECORD TOO: ONCE ANY STEP IS    *
001230*    COMPLETE FOR THE BUSINESS DATE THE BATCH WINDOW IS OPEN,    *
001235*    AND TELLER MONETARY WORK IS HELD ON THE STORE-AND-FORWARD   *
001240*    FILE (SEE STOREFORWARDRECORD) UNTIL THE NEXT NIGHT'S SAFGEN *
001245*    RATHER THAN POSTED.  THE WINDOW CLOSES WHEN THE CONSOLE     *
001250*    SETS THE NEW BUSINESS DATE.                                 *
001300******************************************************************
001400 01  RUN-CONTROL-RECORD.
001500     05  RUNCTL-BUSINESS-DATE        PIC 9(08).
001600     05  RUNCTL-STEP-ENTRY OCCURS 40 TIMES.
001700         10  RUNCTL-STEP-NAME        PIC X(08).
001800         10  RUNCTL-STEP-DONE-SW     PIC X(01).
001900             88  RUNCTL-STEP-DONE    VALUE "Y".
