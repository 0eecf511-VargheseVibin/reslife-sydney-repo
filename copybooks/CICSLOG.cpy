000704*              NOW CARRY THE ROOM THEY TOUCHED TOO. A 'V' ENTRY  *
000705*              HAS NO RESIDENT, SO RESRECON SKIPS IT LIKE 'X'.   *
000706*              RECORD IS NOW 57 BYTES.                           *
000715*  2026-10-06 FMV ADDED THE 'W' ROOM SWAP CODE - AN HLCI SWAP    *
000724*              LOGS ONE 'W' ENTRY PER RESIDENT, EACH CARRYING    *
000733*              THAT RESIDENT'S NEW ROOM, SO RESRECON MATCHES     *
000742*              BOTH OCCUPANCY ROWS THE SWAP CHANGED.             *
000744*  2026-10-06 FMV THE RESIDENT SUMMARY INQUIRY (HSUM, RESSUMM)   *
000746*              LOGS AN 'I' ENTRY PER LOOKUP THE SAME AS AN HLCI  *
000748*              INQUIRY.                                          *
000753     05 CL-RESIDENT-ID           PIC X(08).
000800     05 CL-TRANS-CODE            PIC X(01).
000900        88 CL-MOVE-IN                    VALUE 'M'.
001160        88 CL-DENIED                     VALUE 'X'.
001170        88 CL-INQUIRY                    VALUE 'I'.
001180        88 CL-ROOM-STATUS                 VALUE 'V'.
001190        88 CL-SWAP                       VALUE 'W'.
001200     05 CL-UPDATE-TS             PIC X(26).
001300     05 CL-OPERATOR-ID           PIC X(08).
001400     05 CL-TERMINAL-ID           PIC X(04).
