      ******************************************************************
      * Copybook:   JLOGREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro de la bitacora permanente de corridas del
      *             ciclo diario (JOBLOG) que graba PRGCICLO: un
      *             renglon 'I' al arrancar cada paso, un renglon 'F'
      *             al terminar con su codigo de retorno y conteos, y
      *             un renglon 'O' por cada paso que un reinicio omite
      *             porque ya habia terminado. Un paso del ciclo esta
      *             hecho si su ultimo renglon 'F' trae un codigo de
      *             retorno menor a 12; los demas se vuelven a correr.
      *             Se incluye a nivel 05 bajo el 01 que defina cada
      *             programa/archivo que lo use.
      * Modification History:
      *   2026-10-11  GCR  Version inicial.
      ******************************************************************
          05 JLOG-FECHA-CICLO             PIC 9(08) VALUE ZERO.
          05 JLOG-SECUENCIA               PIC 9(03) VALUE ZERO.
          05 JLOG-PROGRAMA                PIC X(08) VALUE SPACE.
          05 JLOG-LOTE-ORIGEN             PIC X(20) VALUE SPACE.
          05 JLOG-EVENTO                  PIC X(01) VALUE SPACE.
             88  JLOG-INICIO                     VALUE 'I'.
             88  JLOG-FIN                        VALUE 'F'.
             88  JLOG-OMITIDO                    VALUE 'O'.
          05 JLOG-FECHA-INICIO            PIC 9(08) VALUE ZERO.
          05 JLOG-HORA-INICIO             PIC 9(06) VALUE ZERO.
          05 JLOG-FECHA-FIN               PIC 9(08) VALUE ZERO.
          05 JLOG-HORA-FIN                PIC 9(06) VALUE ZERO.
          05 JLOG-CODIGO-RETORNO          PIC 9(03) VALUE ZERO.
          05 JLOG-CONTEO OCCURS 4.
             07 JLOG-ROTULO               PIC X(12) VALUE SPACE.
             07 JLOG-CANTIDAD             PIC 9(06) VALUE ZERO.
