      ******************************************************************
      * Copybook:   ANONREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro del archivo de pedidos de supresion de
      *             datos personales (ANONIMIZAR): un candidato por
      *             renglon, con la fecha y la referencia del pedido
      *             que presento, para que el certificado de
      *             anonimizacion de PRGANONI quede atado al tramite.
      *             Se incluye a nivel 05 bajo el 01 que defina cada
      *             programa/archivo que lo use.
      * Modification History:
      *   2026-10-09  GCR  Version inicial.
      ******************************************************************
          05 ANO-CANDIDATO-ID             PIC X(10) VALUE SPACE.
          05 ANO-FECHA-PEDIDO             PIC 9(08) VALUE ZERO.
          05 ANO-REFERENCIA               PIC X(20) VALUE SPACE.
