002300     ACCEPT MOV-HORA FROM TIME
002305     MOVE DEP-TERMINAL TO MOV-TERMINAL
002306     MOVE DPC-OPERADOR TO MOV-OPERADOR
002308     MOVE ZERO         TO MOV-TITULAR
002310     WRITE MOV-REG.
002320 8100-GRAVAR-MOV-EXIT.
002330     EXIT.
