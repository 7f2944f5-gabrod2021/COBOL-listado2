      ******************************************************************
      * Copybook:   RESUREC
      * Author:     Gabriela Cristina Rodriguez
      * Purpose:    Registro del archivo de resultados de contratacion
      *             que devuelve RRHH (RESULTADOS), con la clave
      *             candidato + fecha de evaluacion + perfil: que paso
      *             con el candidato despues de la asignacion. Un
      *             mismo candidato puede venir mas de una vez (por
      *             ejemplo CONTRATADO y, cumplidos los 90 dias,
      *             ACTIVO-90 o BAJA-PRUEBA); vale el ultimo registro
      *             leido para la clave. Lo consume el reporte de
      *             validez predictiva PRGRESUL. Se incluye a nivel 05
      *             bajo el 01 que defina cada programa/archivo que lo
      *             use.
      * Modification History:
      *   2026-10-08  GCR  Version inicial.
      ******************************************************************
          05 RES-CLAVE.
             07 RES-CANDIDATO-ID          PIC X(10) VALUE SPACE.
             07 RES-FECHA-EVALUACION      PIC 9(08) VALUE ZERO.
             07 RES-PERFIL-ID             PIC X(10) VALUE SPACE.
          05 RES-RESULTADO                PIC X(12) VALUE SPACE.
             88  RES-CONTRATADO                  VALUE 'CONTRATADO'.
             88  RES-NO-PRESENTO                 VALUE 'NO-PRESENTO'.
             88  RES-BAJA-PRUEBA                 VALUE 'BAJA-PRUEBA'.
             88  RES-ACTIVO-90                   VALUE 'ACTIVO-90'.
          05 RES-FECHA-RESULTADO          PIC 9(08) VALUE ZERO.
