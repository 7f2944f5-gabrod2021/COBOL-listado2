      ******************************************************************
      * Copybook:   ALIASREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro de la referencia cruzada permanente de
      *             identidades (archivo ALIASID), indexada por la
      *             clave compuesta candidato + alias: cada par que
      *             la mesa resolvio desde el archivo REVISION queda
      *             grabado en los dos sentidos, con la resolucion
      *             'M' (misma persona) o 'D' (personas distintas).
      *             Un par 'M' hace que carencia, trayectoria y
      *             legajo cubran todos los IDs de la persona; un par
      *             'D' evita que el control de reincidentes lo
      *             vuelva a marcar. Las confirmaciones 'M' se cierran
      *             sobre todo el grupo: cada ID de la persona tiene
      *             un par con cada uno de los demas. Se incluye a
      *             nivel 05 bajo el 01 que defina cada
      *             programa/archivo que lo use.
      * Modification History:
      *   2026-10-05  GCR  Version inicial.
      ******************************************************************
          05 ALI-CLAVE.
             07 ALI-CANDIDATO-ID          PIC X(10) VALUE SPACE.
             07 ALI-ALIAS-ID              PIC X(10) VALUE SPACE.
          05 ALI-RESOLUCION               PIC X(01) VALUE SPACE.
          05 ALI-FECHA-RESOLUCION         PIC 9(08) VALUE ZERO.
          05 ALI-USUARIO-ID               PIC X(10) VALUE SPACE.
          05 ALI-FECHA-DETECCION          PIC 9(08) VALUE ZERO.
