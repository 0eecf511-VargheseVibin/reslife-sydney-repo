000360*              SEARCH (RESNAME) XCTLS INTO HELLOCICS WITH IT SO  *
000370*              A PICKED SEARCH LINE LANDS STRAIGHT ON THE HLCI   *
000380*              INQUIRY SCREEN FOR THAT RESIDENT.                 *
000390*  2026-10-06 FMV ADDED THE 'W' TWO-WAY ROOM SWAP FUNCTION.      *
000392*  2026-10-06 FMV ADDED THE 'E' EMERGENCY PLACEMENT FUNCTION -   *
000394*              A TEMPORARY RESIDENT CREATED ONLINE UNDER A       *
000396*              HOUSE-ASSIGNED TEMPORARY ID.                      *
000397*  2026-10-06 FMV ADDED THE 'A' ARRIVAL FUNCTION - THE DESK      *
000398*              CONFIRMS THE RESIDENT HAS PHYSICALLY SHOWN UP     *
000399*              (SEE COPYBOOKS/ARRVDCL).                          *
000400*****************************************************************
000500     05 HC-FUNCTION-CODE         PIC X(01).
000700        88 HC-FUNC-INQUIRE               VALUE 'I'.
001000        88 HC-FUNC-TRANSFER              VALUE 'T'.
001020        88 HC-FUNC-MEAL-PLAN             VALUE 'P'.
001050        88 HC-FUNC-SELECT                VALUE 'S'.
001075        88 HC-FUNC-SWAP                  VALUE 'W'.
001087        88 HC-FUNC-EMERGENCY             VALUE 'E'.
001093        88 HC-FUNC-ARRIVAL               VALUE 'A'.
001100     05 HC-LAST-RESIDENT-ID      PIC X(08).
001200     05 HC-OPERATOR-ID           PIC X(08).
001300     05 HC-TERMINAL-ID           PIC X(04).
