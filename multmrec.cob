003900*                     AN ADJUSTMENT ROW'S SUM DELTA NOW RIDES    *
004000*                     IN ITS SIGNED C FIELD, AND A NEGATIVE      *
004100*                     LIFE-TO-DATE SUM IS A VALID POSITION.      *
004110*    2026-10-15   JH  KEY-REGISTRY ROWS (OPERATION CODE K) ARE   *
004120*                     PASSED OVER - THEY CARRY NO AMOUNTS AND    *
004130*                     NEVER REACHED THE MASTER.                  *
004200******************************************************************

004300 ENVIRONMENT DIVISION.
027800*    MASTER RECEIVED IT.                                         *
027900******************************************************************
028000 2100-TALLY-AUDIT-ROW.
028010     IF MULT-AUDIT-OP-CODE = "K"
028020         GO TO 2100-EXIT
028030     END-IF.
028100     PERFORM 2200-FIND-OR-ADD-KEY THRU 2200-EXIT.
028200     IF MULT-TABLE-FULL-YES
028300         GO TO 2100-EXIT
