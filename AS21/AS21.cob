      *                SUMINISTRA, SE DERIVA DE LA FECHA DEL DIA,
      *                COMO EN AS20. SUSTITUYE EL "NO HAY RESPUESTA
      *                EN PAPEL" A LAS CONSULTAS DE DESCUENTOS.
      * 10/15/26  LFC  LINEAS 'E' DE UT-TALONDET (DEVENGOS VARIABLES
      *                QUE AS20 SUMA AL BRUTO): SE IMPRIMEN CON SU
      *                CODIGO, COMO LAS DEDUCCIONES, Y ACUMULAN EN EL
      *                YTD POR TIPO+CODIGO COMO CUALQUIER CONCEPTO.
      *---------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 WS-DET-SECUENCIA       PIC 9(07).
           05 WS-DET-TIPO            PIC X(01).
              88 WS-DET-BRUTO                   VALUE 'B'.
              88 WS-DET-DEVENGO                 VALUE 'E'.
              88 WS-DET-DEDUCCION               VALUE 'D'.
              88 WS-DET-NETO                    VALUE 'N'.
           05 WS-DET-NUMERO-EMP      PIC 9(05).
           PERFORM 2400-ACUMULAR-YTD THRU 2400-EXIT.

           MOVE WS-DET-DESCRIPCION TO WS-TD-DESCRIPCION.
           IF WS-DET-DEDUCCION OR WS-DET-DEVENGO
               MOVE WS-DET-CODIGO TO WS-TD-CODIGO
           ELSE
               MOVE SPACES        TO WS-TD-CODIGO
