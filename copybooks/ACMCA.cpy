002500         88  AM-PEND-ADD    VALUE 'A'.
002600         88  AM-PEND-CHANGE VALUE 'C'.
002700         88  AM-PEND-CLOSE  VALUE 'X'.
002750         88  AM-PEND-REACTIVATE VALUE 'R'.
002800     02  AM-PEND-ACCT       PIC X(10)  VALUE SPACE.
002810*    THE CUSTOMER THE ACCOUNT BELONGS TO (SEE CUSTREC).  NAME
002820*    AND ADDRESS ARE NO LONGER KEYED HERE - THEY ARE COPIED
