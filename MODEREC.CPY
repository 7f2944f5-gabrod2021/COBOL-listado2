      ******************************************************************
      * Copybook:   MODEREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Renglon del archivo de modelos de carta MODCARTAS,
      *             mantenido por RRHH con cualquier editor: cada
      *             renglon lleva el tipo de carta (el resultado que
      *             notifica: APROBADO, LISTA-ESPERA, REPROBADO,
      *             ASIGNADO, PROMOVIDO, EN-CARENCIA, o CORRECCION
      *             para el parrafo que encabeza una carta corregida)
      *             y el texto, que se imprime en el orden del archivo.
      *             El texto admite las marcas <NOMBRE>, <ID>,
      *             <FECHA>, <PERFIL>, <PUNTOS>, <ESTADO>, <REINTENTO>
      *             y <EMISION>, que PRGCARTA reemplaza con los datos
      *             del candidato. Un renglon con '*' en la primera
      *             posicion del tipo es comentario. Se incluye a
      *             nivel 05 bajo el 01 que defina cada
      *             programa/archivo que lo use.
      * Modification History:
      *   2026-10-06  GCR  Version inicial.
      ******************************************************************
          05 MOD-TIPO-CARTA               PIC X(12) VALUE SPACE.
          05 MOD-TEXTO                    PIC X(80) VALUE SPACE.
