      ** Verificador generico de encabezado/sumario para los archivos
      ** de salida con registros "H"/"D"/"T" del arbol (SECUENCIAL-
      ** SALIDA de LEESCORE, SALIDA-PER22/PER29 de CARACTPER,
      ** ACTALEJUR.SAL, DETALLE-BDIIREGI de OPABDIIRE, CRIBADO.SAL
      ** del cribado de cartera): confirma que haya exactamente un
      ** "H" y que sea el primer registro,
      ** exactamente un "T" y que sea el ultimo, y que la cantidad de
      ** registros "D" coincida con el contador del sumario
      ** (SAL-TRL-CANT-REG y equivalentes: posiciones 2-9 del "T").
