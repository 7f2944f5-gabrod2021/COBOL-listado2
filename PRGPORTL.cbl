      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Conversion de las postulaciones del portal web a un
      *          lote de CANDIDATOS: lee la exportacion del formulario
      *          (texto delimitado por punto y coma, una postulacion
      *          por fila: ID; nombre; estudiante; experiencia; anios
      *          de experiencia; COBOL; certificacion; ingles), lleva
      *          las respuestas libres ("si", "Si" con o sin acento,
      *          "yes", "no"...) a los codigos S/N/A y los anios ("3
      *          anios", "3 years", "03") a dos digitos, y graba el
      *          lote con su cabecera CAB (origen del portal y fecha)
      *          y su pie PIE (cantidad y suma de control de anios),
      *          listo para que 0500-VALIDAR-LOTE de PRGCVEM2 lo
      *          acepte. Cada fila que no se puede llevar al layout va
      *          al archivo de rechazos RECHPORTAL con el motivo, para
      *          devolversela al postulante.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-14  GCR  Version inicial.
      *   2026-10-15  GCR  Se rechaza el ID que empieza con CAB o PIE:
      *                     PRGCVEM2 tomaria esa fila por el
      *                     encabezado o el pie del lote.
      *   2026-10-15  GCR  Un rechazo que no se puede grabar corta la
      *                     corrida con 12; se cierra solo lo abierto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGPORTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTAL ASSIGN TO "PORTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PORTAL.

           SELECT CANDIDATOS ASSIGN TO "CANDIDATOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CANDIDATOS.

           SELECT RECHAZOS ASSIGN TO "RECHPORTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECHAZOS.

       DATA DIVISION.
       FILE SECTION.
      * Exportacion del formulario web, una postulacion por fila;
      * una fila cuyo primer campo es "ID" es la de titulos.
       FD PORTAL.
       01 POR-LINEA                       PIC X(300).

      * Lote de candidatos generado, con el mismo layout que lee
      * PRGCVEM2: cabecera 'CAB', detalles y pie 'PIE'
       FD CANDIDATOS.
       01 CAND-REGISTRO.
          05 CAND-CANDIDATO-ID         PIC X(10).
          05 CAND-NOM-CANDIDATO        PIC X(99).
          05 CAND-ESTUDIANTE           PIC X(01).
          05 CAND-EXPERIENCIA          PIC X(01).
          05 CAND-ANIOS-EXPERIENCIA    PIC 9(02).
          05 CAND-COBOL                PIC X(01).
          05 CAND-CERTIFICACION        PIC X(01).
          05 CAND-INGLES               PIC X(01).
       01 CAND-CABECERA.
          05 CAB-TIPO-REGISTRO         PIC X(03).
          05 CAB-FECHA-LOTE            PIC 9(08).
          05 CAB-ORIGEN                PIC X(20).
          05 CAB-CANTIDAD-ESPERADA     PIC 9(06).
       01 CAND-PIE.
          05 PIE-TIPO-REGISTRO         PIC X(03).
          05 PIE-CANTIDAD-REAL         PIC 9(06).
          05 PIE-SUMA-ANIOS-EXP        PIC 9(08).

      * Filas rechazadas, con el motivo, para devolver al postulante
       FD RECHAZOS.
       01 RCH-REGISTRO.
           COPY RECHREC.

       WORKING-STORAGE SECTION.
      * Fecha y origen del lote; el origen entra en la cabecera y,
      * saneado como en PRGCVEM2, en los nombres de archivo.
       01 WS-DATOS-LOTE.
          02 WS-FECHA-ACTUAL              PIC 9(08) VALUE ZERO.
          02 WS-LOTE-FECHA-X              PIC X(08) VALUE SPACE.
          02 WS-LOTE-FECHA REDEFINES WS-LOTE-FECHA-X
                                          PIC 9(08).
          02 WS-ORIGEN-PORTAL             PIC X(20)
                                          VALUE 'PORTAL WEB'.

       01 WS-ORIGEN-LOTE.
          02 WS-LOTE-ORIGEN               PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-ARCHIVO            PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-LARGO              PIC 9(02) COMP VALUE ZERO.
          02 WS-ORIGEN-MEDIDO-SW          PIC X(01) VALUE 'N'.

      * Nombres del lote y de los rechazos, publicados como
      * DD_CANDIDATOS / DD_RECHPORTAL en 0150-ARMAR-NOMBRES-ARCHIVO
       01 WS-NOMBRES-ARCHIVO.
          02 WS-CANDIDATOS-ARCHIVO        PIC X(44) VALUE SPACE.
          02 WS-RECHAZOS-ARCHIVO          PIC X(44) VALUE SPACE.

      * Campos de la fila en curso, ya separados y sin comillas ni
      * espacios a la izquierda. Son mas anchos que el layout de
      * destino para poder detectar un valor que no entra.
       01 WS-FILA-PORTAL.
          02 WS-FILA-TEXTO                PIC X(300) VALUE SPACE.
          02 WS-POR-ID                    PIC X(30) VALUE SPACE.
          02 WS-POR-ID-PREFIJO            PIC X(03) VALUE SPACE.
          02 WS-POR-NOMBRE                PIC X(150) VALUE SPACE.
          02 WS-POR-ESTUDIANTE            PIC X(30) VALUE SPACE.
          02 WS-POR-EXPERIENCIA           PIC X(30) VALUE SPACE.
          02 WS-POR-ANIOS                 PIC X(30) VALUE SPACE.
          02 WS-POR-COBOL                 PIC X(30) VALUE SPACE.
          02 WS-POR-CERTIFICACION         PIC X(30) VALUE SPACE.
          02 WS-POR-INGLES                PIC X(30) VALUE SPACE.
          02 WS-POR-CANT-CAMPOS           PIC 9(03) COMP VALUE ZERO.
          02 WS-POR-DESBORDE-SW           PIC X(01) VALUE 'N'.

      * Ajuste de un campo: comillas afuera y texto corrido a la
      * izquierda
       01 WS-AJUSTE.
          02 WS-AJU-CAMPO                 PIC X(150) VALUE SPACE.
          02 WS-AJU-TRABAJO               PIC X(150) VALUE SPACE.
          02 WS-AJU-IDX                   PIC 9(03) COMP VALUE ZERO.
          02 WS-AJU-INICIO                PIC 9(03) COMP VALUE ZERO.

      * Normalizacion de una respuesta libre: mayusculas, sin acentos
      * (de un byte o de dos) y sin espacios, y el codigo S/N/A que
      * le corresponde (en blanco si no se reconoce).
       01 WS-RESPUESTA.
          02 WS-RESP-ENTRADA              PIC X(30) VALUE SPACE.
          02 WS-RESP-TRABAJO              PIC X(30) VALUE SPACE.
          02 WS-RESP-COMPACTA             PIC X(30) VALUE SPACE.
          02 WS-RESP-ROTULO               PIC X(15) VALUE SPACE.
          02 WS-RESP-IDX                  PIC 9(03) COMP VALUE ZERO.
          02 WS-RESP-LARGO                PIC 9(03) COMP VALUE ZERO.
          02 WS-RESP-CODIGO               PIC X(01) VALUE SPACE.
          02 WS-RESP-ADMITE-A-SW          PIC X(01) VALUE 'N'.

      * Anios de experiencia: resultado 'V' vacio, 'N' numero valido,
      * 'E' no reconocido, 'R' fuera de rango (mas de dos digitos)
       01 WS-ANIOS.
          02 WS-ANI-DIGITOS               PIC 9(03) COMP VALUE ZERO.
          02 WS-ANI-VALOR-X               PIC X(02) VALUE '00'.
          02 WS-ANI-VALOR REDEFINES WS-ANI-VALOR-X
                                          PIC 9(02).
          02 WS-ANI-RESULTADO             PIC X(01) VALUE SPACE.
          02 WS-ANI-FIN-SW                PIC X(01) VALUE 'N'.

      * Candidato convertido, con el layout de CAND-REGISTRO
       01 WS-CANDIDATO-CONVERTIDO.
          02 WS-CON-CANDIDATO-ID          PIC X(10) VALUE SPACE.
          02 WS-CON-NOM-CANDIDATO         PIC X(99) VALUE SPACE.
          02 WS-CON-ESTUDIANTE            PIC X(01) VALUE SPACE.
          02 WS-CON-EXPERIENCIA           PIC X(01) VALUE SPACE.
          02 WS-CON-ANIOS-EXPERIENCIA     PIC 9(02) VALUE ZERO.
          02 WS-CON-COBOL                 PIC X(01) VALUE SPACE.
          02 WS-CON-CERTIFICACION         PIC X(01) VALUE SPACE.
          02 WS-CON-INGLES                PIC X(01) VALUE SPACE.

      * Candidatos convertidos: se guardan hasta el final porque la
      * cabecera, que va primero, lleva la cantidad del lote. La
      * tabla sirve ademas para rechazar un ID repetido, que haria
      * rechazar el lote completo en la conciliacion.
       01 WS-TABLA-CONVERTIDOS.
          02 WS-CNV-MAXIMO                PIC 9(04) COMP VALUE 5000.
          02 WS-CNV-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-CNV-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-CNV-ENTRADA OCCURS 5000.
             03 WS-CNV-CANDIDATO-ID       PIC X(10).
             03 WS-CNV-DATOS              PIC X(106).

       01 WS-MOTIVO-RECHAZO               PIC X(60) VALUE SPACE.

       01 WS-SWITCHES.
          02 WS-FIN-PORTAL-SW             PIC X(01) VALUE 'N'.
          02 WS-DUPLICADO-SW              PIC X(01) VALUE 'N'.
          02 WS-PORTAL-ABIERTO-SW         PIC X(01) VALUE 'N'.
          02 WS-RECHAZOS-ABIERTO-SW       PIC X(01) VALUE 'N'.
          02 WS-LOTE-GRABADO-SW           PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-FILAS            PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-OMITIDAS         PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-CONVERTIDOS      PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-RECHAZADOS       PIC 9(06) VALUE ZERO.
          02 WS-SUMA-ANIOS                PIC 9(08) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.
          02 WS-SUMA-ED                   PIC ZZZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-PORTAL                 PIC X(02) VALUE '00'.
          02 WS-FS-CANDIDATOS             PIC X(02) VALUE '00'.
          02 WS-FS-RECHAZOS               PIC X(02) VALUE '00'.

       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1000-CONVERTIR-EXPORTACION
                 THRU 1000-CONVERTIR-EXPORTACION-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 3000-GRABAR-LOTE
                 THRU 3000-GRABAR-LOTE-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 4000-IMPRIMIR-RESUMEN
                 THRU 4000-IMPRIMIR-RESUMEN-EXIT
           END-IF

           PERFORM 0900-FINALIZAR
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
           EXIT.

      * Origen y fecha del lote, nombres de archivo y apertura de la
      * exportacion. Un lote con el mismo nombre ya generado no se
      * pisa: puede estar puntuado o a medio puntuar.
       0100-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD

           DISPLAY "Origen del lote (vacio = PORTAL WEB): "
           ACCEPT WS-LOTE-ORIGEN
           IF WS-LOTE-ORIGEN = SPACES
              MOVE WS-ORIGEN-PORTAL TO WS-LOTE-ORIGEN
           END-IF

           DISPLAY "Fecha del lote AAAAMMDD (vacio = hoy): "
           ACCEPT WS-LOTE-FECHA-X
           IF WS-LOTE-FECHA-X = SPACES
              MOVE WS-FECHA-ACTUAL TO WS-LOTE-FECHA
           END-IF

           IF WS-LOTE-FECHA-X IS NOT NUMERIC
              DISPLAY "ERROR: la fecha del lote debe ser AAAAMMDD "
                 "numerica"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           PERFORM 0150-ARMAR-NOMBRES-ARCHIVO
              THRU 0150-ARMAR-NOMBRES-ARCHIVO-EXIT

           OPEN INPUT CANDIDATOS
           IF WS-FS-CANDIDATOS = '00'
              CLOSE CANDIDATOS
              DISPLAY "ERROR: ya existe el lote "
                 WS-CANDIDATOS-ARCHIVO
              DISPLAY "       cambiar el origen o la fecha del lote"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT PORTAL
           IF WS-FS-PORTAL NOT = '00'
              DISPLAY "ERROR: no se pudo abrir PORTAL, status "
                 WS-FS-PORTAL
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF
           MOVE 'S' TO WS-PORTAL-ABIERTO-SW.

       0100-INICIALIZAR-EXIT.
           EXIT.

      * Nombres fechados del lote y de sus rechazos, con la misma
      * convencion DD_* de filename-mapping que PRGCVEM2. El nombre
      * del lote es el que despues va en TARJ-CANDIDATOS-ARCHIVO de
      * la tarjeta de control de PRGCVEM2.
       0150-ARMAR-NOMBRES-ARCHIVO.

           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT

           MOVE SPACES TO WS-CANDIDATOS-ARCHIVO
           STRING 'CANDIDATOS'        DELIMITED BY SIZE
                  WS-LOTE-FECHA       DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO   DELIMITED BY SPACE
                  INTO WS-CANDIDATOS-ARCHIVO
           SET ENVIRONMENT "DD_CANDIDATOS" TO WS-CANDIDATOS-ARCHIVO

           MOVE SPACES TO WS-RECHAZOS-ARCHIVO
           STRING 'RECHPORTAL'        DELIMITED BY SIZE
                  WS-LOTE-FECHA       DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO   DELIMITED BY SPACE
                  INTO WS-RECHAZOS-ARCHIVO
           SET ENVIRONMENT "DD_RECHPORTAL" TO WS-RECHAZOS-ARCHIVO.

       0150-ARMAR-NOMBRES-ARCHIVO-EXIT.
           EXIT.

       0160-SANEAR-ORIGEN.

           MOVE WS-LOTE-ORIGEN TO WS-ORIGEN-ARCHIVO
           MOVE 20  TO WS-ORIGEN-LARGO
           MOVE 'N' TO WS-ORIGEN-MEDIDO-SW
           PERFORM 0165-MEDIR-ORIGEN
              THRU 0165-MEDIR-ORIGEN-EXIT
              UNTIL WS-ORIGEN-LARGO = ZERO
                 OR WS-ORIGEN-MEDIDO-SW = 'S'

           IF WS-ORIGEN-LARGO > ZERO
              INSPECT WS-ORIGEN-ARCHIVO(1:WS-ORIGEN-LARGO)
                 REPLACING ALL SPACE BY '-'
           END-IF.

       0160-SANEAR-ORIGEN-EXIT.
           EXIT.

       0165-MEDIR-ORIGEN.

           IF WS-ORIGEN-ARCHIVO(WS-ORIGEN-LARGO:1) = SPACE
              SUBTRACT 1 FROM WS-ORIGEN-LARGO
           ELSE
              MOVE 'S' TO WS-ORIGEN-MEDIDO-SW
           END-IF.

       0165-MEDIR-ORIGEN-EXIT.
           EXIT.

      * Recorre la exportacion: cada fila se convierte o se rechaza
      * con su motivo. Las filas en blanco y la de titulos se
      * omiten.
       1000-CONVERTIR-EXPORTACION.

           PERFORM 1010-LEER-FILA
              THRU 1010-LEER-FILA-EXIT
              UNTIL WS-FIN-PORTAL-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'.

       1000-CONVERTIR-EXPORTACION-EXIT.
           EXIT.

       1010-LEER-FILA.

           READ PORTAL
              AT END
                 MOVE 'S' TO WS-FIN-PORTAL-SW
                 GO TO 1010-LEER-FILA-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-FILAS

      *    Las exportaciones hechas en Windows traen CR al final y
      *    algunas planillas separan con tabuladores dentro del campo
           MOVE POR-LINEA TO WS-FILA-TEXTO
           INSPECT WS-FILA-TEXTO REPLACING ALL X"0D" BY SPACE
           INSPECT WS-FILA-TEXTO REPLACING ALL X"09" BY SPACE

           IF WS-FILA-TEXTO = SPACES
              ADD 1 TO WS-CONTADOR-OMITIDAS
              GO TO 1010-LEER-FILA-EXIT
           END-IF

           PERFORM 1020-SEPARAR-CAMPOS
              THRU 1020-SEPARAR-CAMPOS-EXIT

           MOVE WS-POR-ID TO WS-RESP-ENTRADA
           PERFORM 6200-NORMALIZAR-RESPUESTA
              THRU 6200-NORMALIZAR-RESPUESTA-EXIT
           IF WS-RESP-COMPACTA = 'ID'
              ADD 1 TO WS-CONTADOR-OMITIDAS
              GO TO 1010-LEER-FILA-EXIT
           END-IF

           MOVE SPACES TO WS-MOTIVO-RECHAZO
           INITIALIZE WS-CANDIDATO-CONVERTIDO
           PERFORM 1100-VALIDAR-FILA
              THRU 1100-VALIDAR-FILA-EXIT

           IF WS-MOTIVO-RECHAZO NOT = SPACES
              PERFORM 1900-RECHAZAR-FILA
                 THRU 1900-RECHAZAR-FILA-EXIT
           ELSE
              PERFORM 1200-GUARDAR-CANDIDATO
                 THRU 1200-GUARDAR-CANDIDATO-EXIT
           END-IF.

       1010-LEER-FILA-EXIT.
           EXIT.

      * Separa la fila en sus ocho columnas; una fila con columnas de
      * menos o de mas queda marcada y se rechaza en 1100.
       1020-SEPARAR-CAMPOS.

           MOVE SPACES TO WS-POR-ID
                          WS-POR-NOMBRE
                          WS-POR-ESTUDIANTE
                          WS-POR-EXPERIENCIA
                          WS-POR-ANIOS
                          WS-POR-COBOL
                          WS-POR-CERTIFICACION
                          WS-POR-INGLES
           MOVE ZERO TO WS-POR-CANT-CAMPOS
           MOVE 'N'  TO WS-POR-DESBORDE-SW

           UNSTRING WS-FILA-TEXTO DELIMITED BY ';'
              INTO WS-POR-ID
                   WS-POR-NOMBRE
                   WS-POR-ESTUDIANTE
                   WS-POR-EXPERIENCIA
                   WS-POR-ANIOS
                   WS-POR-COBOL
                   WS-POR-CERTIFICACION
                   WS-POR-INGLES
              TALLYING IN WS-POR-CANT-CAMPOS
              ON OVERFLOW
                 MOVE 'S' TO WS-POR-DESBORDE-SW
           END-UNSTRING

           MOVE WS-POR-ID TO WS-AJU-CAMPO
           PERFORM 6100-AJUSTAR-CAMPO THRU 6100-AJUSTAR-CAMPO-EXIT
           MOVE WS-AJU-CAMPO TO WS-POR-ID

           MOVE WS-POR-NOMBRE TO WS-AJU-CAMPO
           PERFORM 6100-AJUSTAR-CAMPO THRU 6100-AJUSTAR-CAMPO-EXIT
           MOVE WS-AJU-CAMPO TO WS-POR-NOMBRE

           MOVE WS-POR-ESTUDIANTE TO WS-AJU-CAMPO
           PERFORM 6100-AJUSTAR-CAMPO THRU 6100-AJUSTAR-CAMPO-EXIT
           MOVE WS-AJU-CAMPO TO WS-POR-ESTUDIANTE

           MOVE WS-POR-EXPERIENCIA TO WS-AJU-CAMPO
           PERFORM 6100-AJUSTAR-CAMPO THRU 6100-AJUSTAR-CAMPO-EXIT
           MOVE WS-AJU-CAMPO TO WS-POR-EXPERIENCIA

           MOVE WS-POR-ANIOS TO WS-AJU-CAMPO
           PERFORM 6100-AJUSTAR-CAMPO THRU 6100-AJUSTAR-CAMPO-EXIT
           MOVE WS-AJU-CAMPO TO WS-POR-ANIOS

           MOVE WS-POR-COBOL TO WS-AJU-CAMPO
           PERFORM 6100-AJUSTAR-CAMPO THRU 6100-AJUSTAR-CAMPO-EXIT
           MOVE WS-AJU-CAMPO TO WS-POR-COBOL

           MOVE WS-POR-CERTIFICACION TO WS-AJU-CAMPO
           PERFORM 6100-AJUSTAR-CAMPO THRU 6100-AJUSTAR-CAMPO-EXIT
           MOVE WS-AJU-CAMPO TO WS-POR-CERTIFICACION

           MOVE WS-POR-INGLES TO WS-AJU-CAMPO
           PERFORM 6100-AJUSTAR-CAMPO THRU 6100-AJUSTAR-CAMPO-EXIT
           MOVE WS-AJU-CAMPO TO WS-POR-INGLES.

       1020-SEPARAR-CAMPOS-EXIT.
           EXIT.

      * Controla la fila y arma el candidato convertido; el primer
      * problema encontrado queda como motivo del rechazo.
       1100-VALIDAR-FILA.

           IF WS-POR-CANT-CAMPOS < 8
              MOVE 'faltan columnas: se esperan 8 separadas por ;'
                 TO WS-MOTIVO-RECHAZO
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF

           IF WS-POR-DESBORDE-SW = 'S'
              MOVE 'sobran columnas: se esperan 8 separadas por ;'
                 TO WS-MOTIVO-RECHAZO
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF

           IF WS-POR-ID = SPACES
              MOVE 'falta el ID de candidato' TO WS-MOTIVO-RECHAZO
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF

           IF WS-POR-ID(11:20) NOT = SPACES
              MOVE 'ID de candidato de mas de 10 caracteres'
                 TO WS-MOTIVO-RECHAZO
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF

      *    PRGCVEM2 reconoce el encabezado y el pie del lote por las
      *    tres primeras letras del registro
           MOVE WS-POR-ID(1:3) TO WS-POR-ID-PREFIJO
           INSPECT WS-POR-ID-PREFIJO
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-POR-ID-PREFIJO = 'CAB' OR
                 WS-POR-ID-PREFIJO = 'PIE'
              MOVE 'ID de candidato reservado: empieza con CAB o PIE'
                 TO WS-MOTIVO-RECHAZO
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF

           IF WS-POR-NOMBRE = SPACES
              MOVE 'falta el nombre' TO WS-MOTIVO-RECHAZO
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF

           IF WS-POR-NOMBRE(100:51) NOT = SPACES
              MOVE 'nombre de mas de 99 caracteres'
                 TO WS-MOTIVO-RECHAZO
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF

           MOVE 'N'  TO WS-DUPLICADO-SW
           MOVE ZERO TO WS-CNV-IDX
           PERFORM 1110-BUSCAR-DUPLICADO
              THRU 1110-BUSCAR-DUPLICADO-EXIT
              UNTIL WS-CNV-IDX NOT LESS WS-CNV-CARGADOS
                 OR WS-DUPLICADO-SW = 'S'
           IF WS-DUPLICADO-SW = 'S'
              MOVE 'ID duplicado en la exportacion'
                 TO WS-MOTIVO-RECHAZO
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF

           MOVE WS-POR-ID     TO WS-CON-CANDIDATO-ID
           MOVE WS-POR-NOMBRE TO WS-CON-NOM-CANDIDATO

           MOVE WS-POR-ESTUDIANTE TO WS-RESP-ENTRADA
           MOVE 'estudiante'      TO WS-RESP-ROTULO
           MOVE 'S'               TO WS-RESP-ADMITE-A-SW
           PERFORM 1150-CONVERTIR-RESPUESTA
              THRU 1150-CONVERTIR-RESPUESTA-EXIT
           IF WS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF
           MOVE WS-RESP-CODIGO TO WS-CON-ESTUDIANTE

           MOVE WS-POR-EXPERIENCIA TO WS-RESP-ENTRADA
           MOVE 'experiencia'      TO WS-RESP-ROTULO
           MOVE 'N'                TO WS-RESP-ADMITE-A-SW
           PERFORM 1150-CONVERTIR-RESPUESTA
              THRU 1150-CONVERTIR-RESPUESTA-EXIT
           IF WS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF
           MOVE WS-RESP-CODIGO TO WS-CON-EXPERIENCIA

           MOVE WS-POR-COBOL TO WS-RESP-ENTRADA
           MOVE 'COBOL'      TO WS-RESP-ROTULO
           MOVE 'N'          TO WS-RESP-ADMITE-A-SW
           PERFORM 1150-CONVERTIR-RESPUESTA
              THRU 1150-CONVERTIR-RESPUESTA-EXIT
           IF WS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF
           MOVE WS-RESP-CODIGO TO WS-CON-COBOL

           MOVE WS-POR-CERTIFICACION TO WS-RESP-ENTRADA
           MOVE 'certificacion'      TO WS-RESP-ROTULO
           MOVE 'N'                  TO WS-RESP-ADMITE-A-SW
           PERFORM 1150-CONVERTIR-RESPUESTA
              THRU 1150-CONVERTIR-RESPUESTA-EXIT
           IF WS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF
           MOVE WS-RESP-CODIGO TO WS-CON-CERTIFICACION

           MOVE WS-POR-INGLES TO WS-RESP-ENTRADA
           MOVE 'ingles'      TO WS-RESP-ROTULO
           MOVE 'N'           TO WS-RESP-ADMITE-A-SW
           PERFORM 1150-CONVERTIR-RESPUESTA
              THRU 1150-CONVERTIR-RESPUESTA-EXIT
           IF WS-MOTIVO-RECHAZO NOT = SPACES
              GO TO 1100-VALIDAR-FILA-EXIT
           END-IF
           MOVE WS-RESP-CODIGO TO WS-CON-INGLES

           PERFORM 1160-CONVERTIR-ANIOS
              THRU 1160-CONVERTIR-ANIOS-EXIT.

       1100-VALIDAR-FILA-EXIT.
           EXIT.

       1110-BUSCAR-DUPLICADO.

           ADD 1 TO WS-CNV-IDX
           IF WS-CNV-CANDIDATO-ID (WS-CNV-IDX) = WS-POR-ID
              MOVE 'S' TO WS-DUPLICADO-SW
           END-IF.

       1110-BUSCAR-DUPLICADO-EXIT.
           EXIT.

      * Lleva la respuesta de WS-RESP-ENTRADA a su codigo; si no se
      * reconoce deja el motivo con el rotulo y el valor recibido.
       1150-CONVERTIR-RESPUESTA.

           PERFORM 6200-NORMALIZAR-RESPUESTA
              THRU 6200-NORMALIZAR-RESPUESTA-EXIT

           IF WS-RESP-CODIGO = SPACE
              STRING 'respuesta no reconocida en ' DELIMITED BY SIZE
                     WS-RESP-ROTULO DELIMITED BY SPACE
                     ': ' DELIMITED BY SIZE
                     WS-RESP-ENTRADA DELIMITED BY SIZE
                     INTO WS-MOTIVO-RECHAZO
           END-IF.

       1150-CONVERTIR-RESPUESTA-EXIT.
           EXIT.

      * Anios de experiencia a dos digitos, coherentes con la
      * respuesta de experiencia: con 'S' tienen que venir (cero
      * vale, para menos de un anio); con 'N' tienen que venir en
      * blanco o en cero.
       1160-CONVERTIR-ANIOS.

           PERFORM 6300-NORMALIZAR-ANIOS
              THRU 6300-NORMALIZAR-ANIOS-EXIT

           IF WS-ANI-RESULTADO = 'E'
              STRING 'anios de experiencia no reconocidos: '
                        DELIMITED BY SIZE
                     WS-POR-ANIOS DELIMITED BY SIZE
                     INTO WS-MOTIVO-RECHAZO
              GO TO 1160-CONVERTIR-ANIOS-EXIT
           END-IF

           IF WS-ANI-RESULTADO = 'R'
              STRING 'anios de experiencia fuera de rango: '
                        DELIMITED BY SIZE
                     WS-POR-ANIOS DELIMITED BY SIZE
                     INTO WS-MOTIVO-RECHAZO
              GO TO 1160-CONVERTIR-ANIOS-EXIT
           END-IF

           IF WS-CON-EXPERIENCIA = 'S' AND WS-ANI-RESULTADO = 'V'
              MOVE 'experiencia S sin anios de experiencia'
                 TO WS-MOTIVO-RECHAZO
              GO TO 1160-CONVERTIR-ANIOS-EXIT
           END-IF

           IF WS-CON-EXPERIENCIA = 'N' AND WS-ANI-VALOR > ZERO
              MOVE 'experiencia N con anios de experiencia'
                 TO WS-MOTIVO-RECHAZO
              GO TO 1160-CONVERTIR-ANIOS-EXIT
           END-IF

           MOVE WS-ANI-VALOR TO WS-CON-ANIOS-EXPERIENCIA.

       1160-CONVERTIR-ANIOS-EXIT.
           EXIT.

       1200-GUARDAR-CANDIDATO.

           IF WS-CNV-CARGADOS NOT LESS WS-CNV-MAXIMO
              DISPLAY "ERROR: la exportacion supera la tabla de "
                 "candidatos, partirla en dos lotes"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1200-GUARDAR-CANDIDATO-EXIT
           END-IF

           ADD 1 TO WS-CNV-CARGADOS
           ADD 1 TO WS-CONTADOR-CONVERTIDOS
           MOVE WS-CANDIDATO-CONVERTIDO
              TO WS-CNV-ENTRADA (WS-CNV-CARGADOS)
           ADD WS-CON-ANIOS-EXPERIENCIA TO WS-SUMA-ANIOS.

       1200-GUARDAR-CANDIDATO-EXIT.
           EXIT.

      * El archivo de rechazos se abre recien con el primero, para
      * que una exportacion limpia no deje un archivo vacio. Si no se
      * puede grabar, la corrida se corta: una fila rechazada no
      * puede perderse.
       1900-RECHAZAR-FILA.

           IF WS-RECHAZOS-ABIERTO-SW NOT = 'S'
              OPEN OUTPUT RECHAZOS
              IF WS-FS-RECHAZOS NOT = '00'
                 DISPLAY "ERROR: no se pudo abrir "
                    WS-RECHAZOS-ARCHIVO ", status " WS-FS-RECHAZOS
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 1900-RECHAZAR-FILA-EXIT
              END-IF
              MOVE 'S' TO WS-RECHAZOS-ABIERTO-SW
           END-IF

           ADD 1 TO WS-CONTADOR-RECHAZADOS
           INITIALIZE RCH-REGISTRO
           MOVE WS-LOTE-FECHA      TO RCH-FECHA-LOTE
           MOVE WS-LOTE-ORIGEN     TO RCH-ORIGEN
           MOVE WS-CONTADOR-FILAS  TO RCH-NUMERO-FILA
           MOVE WS-POR-ID          TO RCH-CANDIDATO-ID
           MOVE WS-POR-NOMBRE      TO RCH-NOM-CANDIDATO
           MOVE WS-MOTIVO-RECHAZO  TO RCH-MOTIVO
           MOVE POR-LINEA          TO RCH-FILA-ORIGINAL
           WRITE RCH-REGISTRO
           IF WS-FS-RECHAZOS NOT = '00'
              DISPLAY "ERROR: no se pudo grabar el rechazo en "
                 WS-RECHAZOS-ARCHIVO ", status " WS-FS-RECHAZOS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1900-RECHAZAR-FILA-EXIT
           END-IF

           MOVE WS-CONTADOR-FILAS TO WS-NUM-ED
           DISPLAY "RECHAZADA fila " WS-NUM-ED " " WS-POR-ID(1:10)
              ": " WS-MOTIVO-RECHAZO.

       1900-RECHAZAR-FILA-EXIT.
           EXIT.

      * Graba el lote: cabecera CAB con la fecha, el origen y la
      * cantidad, los candidatos convertidos y el pie PIE con la
      * cantidad real y la suma de control de anios, tal como los
      * concilia 0500-VALIDAR-LOTE. Sin candidatos no se genera.
       3000-GRABAR-LOTE.

           IF WS-CNV-CARGADOS = ZERO
              DISPLAY "No quedo ninguna postulacion convertida: no "
                 "se genera el lote"
              GO TO 3000-GRABAR-LOTE-EXIT
           END-IF

           OPEN OUTPUT CANDIDATOS
           IF WS-FS-CANDIDATOS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir "
                 WS-CANDIDATOS-ARCHIVO ", status " WS-FS-CANDIDATOS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 3000-GRABAR-LOTE-EXIT
           END-IF

           MOVE SPACES TO CAND-CABECERA
           MOVE 'CAB'                   TO CAB-TIPO-REGISTRO
           MOVE WS-LOTE-FECHA           TO CAB-FECHA-LOTE
           MOVE WS-LOTE-ORIGEN          TO CAB-ORIGEN
           MOVE WS-CONTADOR-CONVERTIDOS TO CAB-CANTIDAD-ESPERADA
           WRITE CAND-CABECERA

           PERFORM 3100-GRABAR-CANDIDATO
              THRU 3100-GRABAR-CANDIDATO-EXIT
              VARYING WS-CNV-IDX FROM 1 BY 1
              UNTIL WS-CNV-IDX > WS-CNV-CARGADOS

           MOVE SPACES TO CAND-PIE
           MOVE 'PIE'                   TO PIE-TIPO-REGISTRO
           MOVE WS-CONTADOR-CONVERTIDOS TO PIE-CANTIDAD-REAL
           MOVE WS-SUMA-ANIOS           TO PIE-SUMA-ANIOS-EXP
           WRITE CAND-PIE

           CLOSE CANDIDATOS
           MOVE 'S' TO WS-LOTE-GRABADO-SW.

       3000-GRABAR-LOTE-EXIT.
           EXIT.

       3100-GRABAR-CANDIDATO.

           MOVE WS-CNV-ENTRADA (WS-CNV-IDX) TO CAND-REGISTRO
           WRITE CAND-REGISTRO.

       3100-GRABAR-CANDIDATO-EXIT.
           EXIT.

       4000-IMPRIMIR-RESUMEN.

           DISPLAY WS-SEPARADOR-LINEA

           MOVE WS-CONTADOR-FILAS TO WS-NUM-ED
           DISPLAY "Filas leidas de PORTAL     : " WS-NUM-ED
           MOVE WS-CONTADOR-OMITIDAS TO WS-NUM-ED
           DISPLAY "En blanco o de titulos     : " WS-NUM-ED
           MOVE WS-CONTADOR-CONVERTIDOS TO WS-NUM-ED
           DISPLAY "Postulaciones convertidas  : " WS-NUM-ED
           MOVE WS-CONTADOR-RECHAZADOS TO WS-NUM-ED
           DISPLAY "Postulaciones rechazadas   : " WS-NUM-ED
           MOVE WS-SUMA-ANIOS TO WS-SUMA-ED
           DISPLAY "Suma de control de anios   : " WS-SUMA-ED

           IF WS-LOTE-GRABADO-SW = 'S'
              DISPLAY "Lote generado              : "
                 WS-CANDIDATOS-ARCHIVO
           END-IF
           IF WS-RECHAZOS-ABIERTO-SW = 'S'
              DISPLAY "Rechazos para el postulante: "
                 WS-RECHAZOS-ARCHIVO
           END-IF

           DISPLAY WS-SEPARADOR-LINEA.

       4000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.

      * Quita las comillas de la exportacion y corre el texto a la
      * izquierda
       6100-AJUSTAR-CAMPO.

           INSPECT WS-AJU-CAMPO REPLACING ALL '"' BY SPACE

           MOVE ZERO TO WS-AJU-INICIO
           PERFORM 6110-BUSCAR-INICIO
              THRU 6110-BUSCAR-INICIO-EXIT
              VARYING WS-AJU-IDX FROM 1 BY 1
              UNTIL WS-AJU-IDX > 150
                 OR WS-AJU-INICIO > ZERO

           IF WS-AJU-INICIO > 1
              MOVE WS-AJU-CAMPO(WS-AJU-INICIO:) TO WS-AJU-TRABAJO
              MOVE WS-AJU-TRABAJO TO WS-AJU-CAMPO
           END-IF.

       6100-AJUSTAR-CAMPO-EXIT.
           EXIT.

       6110-BUSCAR-INICIO.

           IF WS-AJU-CAMPO(WS-AJU-IDX:1) NOT = SPACE
              MOVE WS-AJU-IDX TO WS-AJU-INICIO
           END-IF.

       6110-BUSCAR-INICIO-EXIT.
           EXIT.

      * Mayusculas, acentos de un byte como en 6500-NORMALIZAR-
      * NOMBRE de PRGCVEM2 y acentos de dos bytes (el primero, X"C3",
      * se descarta y el segundo se lleva a la vocal o la N), sin
      * espacios; despues se busca el codigo de la respuesta.
       6200-NORMALIZAR-RESPUESTA.

           MOVE WS-RESP-ENTRADA TO WS-RESP-TRABAJO

           INSPECT WS-RESP-TRABAJO
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           INSPECT WS-RESP-TRABAJO
              CONVERTING X"E1E9EDF3FAFCF1C1C9CDD3DADCD1"
                      TO 'AEIOUUNAEIOUUN'

           MOVE SPACES TO WS-RESP-COMPACTA
           MOVE ZERO   TO WS-RESP-LARGO
           PERFORM 6210-COPIAR-CARACTER
              THRU 6210-COPIAR-CARACTER-EXIT
              VARYING WS-RESP-IDX FROM 1 BY 1
              UNTIL WS-RESP-IDX > 30

           INSPECT WS-RESP-COMPACTA
              CONVERTING X"A1A9ADB3BABC81898D939A9CB191"
                      TO 'AEIOUUAEIOUUNN'

           EVALUATE WS-RESP-COMPACTA
              WHEN 'S'
              WHEN 'SI'
              WHEN 'Y'
              WHEN 'YES'
                 MOVE 'S' TO WS-RESP-CODIGO
              WHEN 'N'
              WHEN 'NO'
                 MOVE 'N' TO WS-RESP-CODIGO
              WHEN 'A'
                 IF WS-RESP-ADMITE-A-SW = 'S'
                    MOVE 'A' TO WS-RESP-CODIGO
                 ELSE
                    MOVE SPACE TO WS-RESP-CODIGO
                 END-IF
              WHEN OTHER
                 MOVE SPACE TO WS-RESP-CODIGO
           END-EVALUATE.

       6200-NORMALIZAR-RESPUESTA-EXIT.
           EXIT.

       6210-COPIAR-CARACTER.

           IF WS-RESP-TRABAJO(WS-RESP-IDX:1) NOT = SPACE AND
                 WS-RESP-TRABAJO(WS-RESP-IDX:1) NOT = X"C3"
              ADD 1 TO WS-RESP-LARGO
              MOVE WS-RESP-TRABAJO(WS-RESP-IDX:1)
                 TO WS-RESP-COMPACTA(WS-RESP-LARGO:1)
           END-IF.

       6210-COPIAR-CARACTER-EXIT.
           EXIT.

      * Anios de experiencia: uno o dos digitos al principio, seguidos
      * de nada o de la palabra anios / years ("3", "03", "3 anios",
      * "3 years"); "ninguno" o "no" valen cero. Cualquier otra cosa
      * ("tres", "1,5", "6 meses") no se interpreta.
       6300-NORMALIZAR-ANIOS.

           MOVE '00' TO WS-ANI-VALOR-X
           MOVE WS-POR-ANIOS TO WS-RESP-ENTRADA
           PERFORM 6200-NORMALIZAR-RESPUESTA
              THRU 6200-NORMALIZAR-RESPUESTA-EXIT

           IF WS-RESP-COMPACTA = SPACES
              MOVE 'V' TO WS-ANI-RESULTADO
              GO TO 6300-NORMALIZAR-ANIOS-EXIT
           END-IF

           IF WS-RESP-COMPACTA = 'NINGUNO' OR
                 WS-RESP-COMPACTA = 'NO' OR
                 WS-RESP-COMPACTA = 'NONE'
              MOVE 'N' TO WS-ANI-RESULTADO
              GO TO 6300-NORMALIZAR-ANIOS-EXIT
           END-IF

           MOVE ZERO TO WS-ANI-DIGITOS
           MOVE 'N'  TO WS-ANI-FIN-SW
           PERFORM 6310-CONTAR-DIGITO
              THRU 6310-CONTAR-DIGITO-EXIT
              VARYING WS-RESP-IDX FROM 1 BY 1
              UNTIL WS-RESP-IDX > 30
                 OR WS-ANI-FIN-SW = 'S'

           IF WS-ANI-DIGITOS = ZERO
              MOVE 'E' TO WS-ANI-RESULTADO
              GO TO 6300-NORMALIZAR-ANIOS-EXIT
           END-IF

           IF WS-ANI-DIGITOS > 2
              MOVE 'R' TO WS-ANI-RESULTADO
              GO TO 6300-NORMALIZAR-ANIOS-EXIT
           END-IF

           IF WS-RESP-COMPACTA(WS-ANI-DIGITOS + 1:1) NOT = SPACE AND
                 WS-RESP-COMPACTA(WS-ANI-DIGITOS + 1:1) NOT = 'A' AND
                 WS-RESP-COMPACTA(WS-ANI-DIGITOS + 1:1) NOT = 'Y'
              MOVE 'E' TO WS-ANI-RESULTADO
              GO TO 6300-NORMALIZAR-ANIOS-EXIT
           END-IF

           IF WS-ANI-DIGITOS = 1
              MOVE WS-RESP-COMPACTA(1:1) TO WS-ANI-VALOR-X(2:1)
           ELSE
              MOVE WS-RESP-COMPACTA(1:2) TO WS-ANI-VALOR-X
           END-IF
           MOVE 'N' TO WS-ANI-RESULTADO.

       6300-NORMALIZAR-ANIOS-EXIT.
           EXIT.

       6310-CONTAR-DIGITO.

           IF WS-RESP-COMPACTA(WS-RESP-IDX:1) IS NUMERIC
              ADD 1 TO WS-ANI-DIGITOS
           ELSE
              MOVE 'S' TO WS-ANI-FIN-SW
           END-IF.

       6310-CONTAR-DIGITO-EXIT.
           EXIT.

      * Cierre de los archivos que se llegaron a abrir (el lote
      * CANDIDATOS se cierra al terminar de grabarlo)
       0900-FINALIZAR.

           IF WS-PORTAL-ABIERTO-SW = 'S'
              CLOSE PORTAL
           END-IF
           IF WS-RECHAZOS-ABIERTO-SW = 'S'
              CLOSE RECHAZOS
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.

      * Codigo de retorno: 0 exportacion convertida completa, 4 hubo
      * filas rechazadas o no quedo ningun candidato para el lote, 12
      * error fatal.
       0950-FIJAR-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN WS-ERROR-FATAL-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CONTADOR-RECHAZADOS > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN WS-LOTE-GRABADO-SW NOT = 'S'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.


       END PROGRAM PRGPORTL.
