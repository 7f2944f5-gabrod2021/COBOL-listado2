      ******************************************************************
      * Copybook:   EVALREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro del padron de evaluadores (archivo
      *             EVALUADORES), indexado por el ID del evaluador:
      *             nombre, equipo, estado 'A' (activo) o 'I'
      *             (inactivo) con sus fechas de alta y baja, y los
      *             perfiles de puesto que la persona puede evaluar
      *             (hasta diez; 'TODOS' la habilita para cualquier
      *             perfil). PRGCVEM2 y PRGCORR rechazan un ID que no
      *             figure, que no este activo a la fecha o que no
      *             este habilitado para el perfil; PRGCALIB y
      *             PRGAUDIT toman de aca el nombre y el equipo. Lo
      *             mantiene PRGEVAL; una baja no borra el registro,
      *             para que los reportes historicos sigan mostrando
      *             a quien evaluo. Se incluye a nivel 05 bajo el 01
      *             que defina cada programa/archivo que lo use.
      * Modification History:
      *   2026-10-12  GCR  Version inicial.
      ******************************************************************
          05 EVAL-EVALUADOR-ID            PIC X(10) VALUE SPACE.
          05 EVAL-NOMBRE                  PIC X(40) VALUE SPACE.
          05 EVAL-EQUIPO                  PIC X(20) VALUE SPACE.
          05 EVAL-ESTADO                  PIC X(01) VALUE 'A'.
          05 EVAL-FECHA-ALTA              PIC 9(08) VALUE ZERO.
          05 EVAL-FECHA-BAJA              PIC 9(08) VALUE ZERO.
          05 EVAL-PERFILES-AUTORIZADOS.
             07 EVAL-PERFIL-ID            PIC X(10) OCCURS 10.
