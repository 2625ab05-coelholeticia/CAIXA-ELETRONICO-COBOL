003810     ACCEPT MOV-HORA FROM TIME
003820     MOVE ZERO         TO MOV-TERMINAL
003830     MOVE CAD-OPERADOR TO MOV-OPERADOR
003835     MOVE ZERO         TO MOV-TITULAR
003840     WRITE MOV-REG.
003850 8100-GRAVAR-MOV-EXIT.
003860     EXIT.
