      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Verificacion nocturna de integridad entre archivos,
      *          de solo lectura: controla que HISTORIAL (y lo que
      *          PRGPURGA paso a HISTARCHIVO) coincida con las
      *          decisiones asentadas en AUDITORIA, tomando las
      *          correcciones 'C' de PRGCORR como la decision vigente
      *          de la evaluacion que corrigen; que AUDITIDX tenga
      *          exactamente los mismos asientos que la bitacora; que
      *          cada renglon de EXCEPCIONES este corregido o siga
      *          abierto a la vista (con su evaluacion en la bitacora
      *          para que PRGCORR pueda corregirlo); y que cada perfil
      *          citado en AUDITORIA tenga en PARAMETROS una version
      *          vigente a la fecha de la decision. Deja el reporte de
      *          excepciones VERIFICA<fecha> y el codigo de retorno
      *          para el planificador: 0 sin diferencias, 4 con
      *          diferencias, 12 si no se pudo verificar.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-10  GCR  Version inicial.
      *   2026-10-15  GCR  Las decisiones de la bitacora ya no se
      *                     guardan en una tabla: se ordenan junto con
      *                     los renglones del historial (y despues con
      *                     las excepciones) y se aparean por candidato
      *                     + fecha, asi el largo de AUDITORIA no tiene
      *                     tope. Los apartados de una corrida de todos
      *                     los perfiles ('TODOS') no se controlan
      *                     contra PARAMETROS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGVERIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT AUDITORIA-IDX ASSIGN TO "AUDITIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDX-CLAVE
               FILE STATUS IS WS-FS-AUDITIDX.

           SELECT HISTORIAL ASSIGN TO "HISTORIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT ARCHIVO-HISTORICO ASSIGN TO "HISTARCHIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVO.

           SELECT EXCEPCIONES ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCIONES.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CLAVE
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT VERIFICACION ASSIGN TO "VERIFICA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERIFICA.

           SELECT ORDEN-EVALUACIONES ASSIGN TO "ORDENEVA".

       DATA DIVISION.
       FILE SECTION.
      * Bitacora de auditoria, registro maestro de las decisiones
       FD AUDITORIA.
       01 AUD-REGISTRO.
           COPY AUDTREC.

      * Indice de auditoria, por candidato + fecha-hora + secuencia
       FD AUDITORIA-IDX.
       01 AUDX-REGISTRO.
           COPY AUDXREC.

      * Historial de evaluaciones, por candidato + fecha
       FD HISTORIAL.
       01 HIST-REGISTRO.
           COPY HISTREC.

      * Archivo historico de PRGPURGA, con el layout HISTREC:
      * candidato 1-10, fecha 11-18, nombre 19-117, puntos 118-120
      * y estado 121-132.
       FD ARCHIVO-HISTORICO.
       01 ARCH-REGISTRO                   PIC X(132).

      * Respuestas invalidas registradas por PRGCVEM2
       FD EXCEPCIONES.
       01 EXC-REGISTRO.
           COPY EXCPREC.

      * Versiones de cada perfil por fecha de vigencia
       FD PARAMETROS.
       01 PARM-REGISTRO.
           COPY PARMREC.

      * Reporte de excepciones de la verificacion
       FD VERIFICACION.
       01 VERIF-LINEA                     PIC X(94).

      * Trabajo del ordenamiento: decisiones de la bitacora (D),
      * renglones de HISTORIAL/HISTARCHIVO (H) y excepciones (X) por
      * evaluacion; dentro de cada una las decisiones van primero y
      * en el orden en que se grabaron en la bitacora.
       SD ORDEN-EVALUACIONES.
       01 ORD-REGISTRO.
          02 ORD-CANDIDATO-ID             PIC X(10).
          02 ORD-FECHA                    PIC 9(08).
          02 ORD-TIPO                     PIC X(01).
          02 ORD-SECUENCIA                PIC 9(09).
          02 ORD-ESTADO                   PIC X(12).
          02 ORD-PUNTOS                   PIC 9(03).
          02 ORD-MARCA-CORRECCION         PIC X(01).
          02 ORD-ORIGEN                   PIC X(11).
          02 ORD-EXC-CAMPO                PIC X(20).
          02 ORD-EXC-VALOR                PIC X(10).

       WORKING-STORAGE SECTION.
      * Evaluacion (candidato + fecha de la decision) que se esta
      * apareando al leer el ordenamiento. Su decision vigente es la
      * ultima de la bitacora: una correccion 'C' reemplaza al
      * asiento original y una segunda evaluacion del mismo dia
      * reemplaza a la primera, igual que el renglon del historial.
      * Los apartados EN-CARENCIA no graban historial y no entran.
       01 WS-EVALUACION-ACTUAL.
          02 WS-EVA-CANDIDATO-ID          PIC X(10) VALUE LOW-VALUE.
          02 WS-EVA-FECHA                 PIC 9(08) VALUE ZERO.
          02 WS-EVA-DECISION-SW           PIC X(01) VALUE 'N'.
          02 WS-EVA-ESTADO                PIC X(12) VALUE SPACE.
          02 WS-EVA-PUNTOS                PIC 9(03) VALUE ZERO.
          02 WS-EVA-CORREGIDA             PIC X(01) VALUE 'N'.
          02 WS-EVA-HALLADA               PIC X(01) VALUE 'N'.

      * Primera fecha de vigencia de cada perfil citado en la
      * bitacora; 99999999 si el perfil no tiene ninguna version.
       01 WS-TABLA-PERFILES.
          02 WS-PRF-MAXIMO                PIC 9(04) COMP VALUE 200.
          02 WS-PRF-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-PRF-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-PRF-ENTRADA OCCURS 200.
             03 WS-PRF-PERFIL-ID          PIC X(10).
             03 WS-PRF-PRIMERA-VIGENCIA   PIC 9(08).

      * Clave del asiento anterior de la bitacora: la secuencia de
      * AUDITIDX numera los asientos del mismo candidato y segundo
      * en el orden en que se grabaron en la bitacora.
       01 WS-ASIENTO-ANTERIOR.
          02 WS-ANT-CANDIDATO-ID          PIC X(10) VALUE SPACE.
          02 WS-ANT-FECHA-HORA            PIC X(14) VALUE SPACE.
          02 WS-ANT-SECUENCIA             PIC 9(03) VALUE ZERO.

       01 WS-TEMPORALES.
          02 WS-FECHA-DECISION            PIC 9(08) VALUE ZERO.
          02 WS-FECHA-CORREGIDA           PIC 9(08) VALUE ZERO.
          02 WS-BUSQ-CANDIDATO-ID         PIC X(10) VALUE SPACE.
          02 WS-BUSQ-FECHA                PIC 9(08) VALUE ZERO.
          02 WS-BUSQ-ESTADO               PIC X(12) VALUE SPACE.
          02 WS-BUSQ-PUNTOS               PIC 9(03) VALUE ZERO.
          02 WS-BUSQ-ORIGEN               PIC X(11) VALUE SPACE.
          02 WS-SECUENCIA-ORDEN           PIC 9(09) VALUE ZERO.
          02 WS-PUNTOS-ED                 PIC ZZ9.
          02 WS-PUNTOS-ED2                PIC ZZ9.

      * Renglon de discrepancia del reporte
       01 WS-LINEA-DISCREPANCIA.
          02 WS-LD-CONTROL                PIC X(12) VALUE SPACE.
          02 WS-LD-CANDIDATO-ID           PIC X(11) VALUE SPACE.
          02 WS-LD-FECHA                  PIC X(15) VALUE SPACE.
          02 WS-LD-DETALLE                PIC X(56) VALUE SPACE.

       01 WS-SWITCHES.
          02 WS-FIN-AUDITORIA-SW          PIC X(01) VALUE 'N'.
          02 WS-FIN-AUDITIDX-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-HISTORIAL-SW          PIC X(01) VALUE 'N'.
          02 WS-FIN-ARCHIVO-SW            PIC X(01) VALUE 'N'.
          02 WS-FIN-EXCEPCIONES-SW        PIC X(01) VALUE 'N'.
          02 WS-FIN-CLAVE-SW              PIC X(01) VALUE 'N'.
          02 WS-FIN-ORDEN-SW              PIC X(01) VALUE 'N'.
          02 WS-PRF-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-AUDITIDX-DISPONIBLE-SW    PIC X(01) VALUE 'N'.
          02 WS-ARCHIVO-DISPONIBLE-SW     PIC X(01) VALUE 'N'.
          02 WS-EXCEPCIONES-DISPONIBLE-SW PIC X(01) VALUE 'N'.
          02 WS-VERIFICA-ABIERTO-SW       PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-ASIENTOS         PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-CORRECCIONES     PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SIN-PERFIL       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-AUDX-LEIDOS      PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-AUDX-HALLADOS    PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-AUDX-SOBRANTES   PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-HIST-LEIDOS      PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-ARCH-LEIDOS      PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-EXC-LEIDAS       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-EXC-CORREGIDAS   PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-EXC-ABIERTAS     PIC 9(06) VALUE ZERO.
          02 WS-DIF-HISTORIAL             PIC 9(06) VALUE ZERO.
          02 WS-DIF-AUDITIDX              PIC 9(06) VALUE ZERO.
          02 WS-DIF-EXCEPCIONES           PIC 9(06) VALUE ZERO.
          02 WS-DIF-PERFILES              PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-DISCREPANCIAS    PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-AUX              PIC 9(06) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-AUDITORIA              PIC X(02) VALUE '00'.
          02 WS-FS-AUDITIDX               PIC X(02) VALUE '00'.
          02 WS-FS-HISTORIAL              PIC X(02) VALUE '00'.
          02 WS-FS-ARCHIVO                PIC X(02) VALUE '00'.
          02 WS-FS-EXCEPCIONES            PIC X(02) VALUE '00'.
          02 WS-FS-PARAMETROS             PIC X(02) VALUE '00'.
          02 WS-FS-VERIFICA               PIC X(02) VALUE '00'.

       01 WS-FECHA-HORA.
          02 WS-FECHA-ACTUAL              PIC 9(08) VALUE ZERO.
          02 WS-HORA-ACTUAL               PIC 9(08) VALUE ZERO.
       01 WS-VERIFICA-ARCHIVO             PIC X(44) VALUE SPACE.

       01 WS-CONTROL-LINEA                PIC X(94) VALUE SPACE.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

      *    Bitacora contra AUDITIDX y PARAMETROS al leerla; sus
      *    decisiones se ordenan con el historial para aparearlas.
           IF WS-ERROR-FATAL-SW NOT = 'S'
              SORT ORDEN-EVALUACIONES
                 ON ASCENDING KEY ORD-CANDIDATO-ID
                                  ORD-FECHA
                                  ORD-TIPO
                                  ORD-SECUENCIA
                 INPUT PROCEDURE IS 1000-RECORRER-BITACORA
                    THRU 1000-RECORRER-BITACORA-EXIT
                 OUTPUT PROCEDURE IS 2000-CONTROLAR-HISTORIAL
                    THRU 2000-CONTROLAR-HISTORIAL-EXIT
              PERFORM 0960-CONTROLAR-ORDENAMIENTO
                 THRU 0960-CONTROLAR-ORDENAMIENTO-EXIT
           END-IF

      *    Segunda pasada por la bitacora, ahora con las excepciones
           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-EXCEPCIONES-DISPONIBLE-SW = 'S'
              SORT ORDEN-EVALUACIONES
                 ON ASCENDING KEY ORD-CANDIDATO-ID
                                  ORD-FECHA
                                  ORD-TIPO
                                  ORD-SECUENCIA
                 INPUT PROCEDURE IS 3500-CARGAR-EXCEPCIONES
                    THRU 3500-CARGAR-EXCEPCIONES-EXIT
                 OUTPUT PROCEDURE IS 3000-CONTROLAR-EXCEPCIONES
                    THRU 3000-CONTROLAR-EXCEPCIONES-EXIT
              PERFORM 0960-CONTROLAR-ORDENAMIENTO
                 THRU 0960-CONTROLAR-ORDENAMIENTO-EXIT
           END-IF

           IF WS-VERIFICA-ABIERTO-SW = 'S'
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

      * Apertura de los archivos, todos de entrada salvo el reporte.
      * AUDITIDX, HISTARCHIVO y EXCEPCIONES pueden no existir
      * todavia; AUDITORIA, HISTORIAL y PARAMETROS son obligatorios.
       0100-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL  FROM TIME

           MOVE SPACES TO WS-VERIFICA-ARCHIVO
           STRING 'VERIFICA'         DELIMITED BY SIZE
                  WS-FECHA-ACTUAL    DELIMITED BY SIZE
                  INTO WS-VERIFICA-ARCHIVO
           SET ENVIRONMENT "DD_VERIFICA" TO WS-VERIFICA-ARCHIVO

           OPEN OUTPUT VERIFICACION
           IF WS-FS-VERIFICA NOT = '00'
              DISPLAY "ERROR: no se pudo abrir " WS-VERIFICA-ARCHIVO
                 ", status " WS-FS-VERIFICA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF
           MOVE 'S' TO WS-VERIFICA-ABIERTO-SW

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Verificacion de integridad del ' DELIMITED BY SIZE
                  WS-FECHA-ACTUAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-ACTUAL(1:6) DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT
           MOVE 'CONTROL'    TO WS-LD-CONTROL
           MOVE 'CANDIDATO'  TO WS-LD-CANDIDATO-ID
           MOVE 'FECHA'      TO WS-LD-FECHA
           MOVE 'DIFERENCIA' TO WS-LD-DETALLE
           MOVE WS-LINEA-DISCREPANCIA TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           OPEN INPUT AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
              DISPLAY "ERROR: no se pudo abrir AUDITORIA, status "
                 WS-FS-AUDITORIA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT HISTORIAL
           IF WS-FS-HISTORIAL NOT = '00'
              DISPLAY "ERROR: no se pudo abrir HISTORIAL, status "
                 WS-FS-HISTORIAL
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir PARAMETROS, status "
                 WS-FS-PARAMETROS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

      *    Sin indice no hay nada que comparar, pero la bitacora si
      *    tiene asientos: todo falta en AUDITIDX.
           OPEN INPUT AUDITORIA-IDX
           IF WS-FS-AUDITIDX = '00'
              MOVE 'S' TO WS-AUDITIDX-DISPONIBLE-SW
           ELSE
              IF WS-FS-AUDITIDX NOT = '35'
                 DISPLAY "ERROR: no se pudo abrir AUDITIDX, status "
                    WS-FS-AUDITIDX
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 0100-INICIALIZAR-EXIT
              END-IF
           END-IF

           OPEN INPUT ARCHIVO-HISTORICO
           IF WS-FS-ARCHIVO = '00'
              MOVE 'S' TO WS-ARCHIVO-DISPONIBLE-SW
           END-IF

           OPEN INPUT EXCEPCIONES
           IF WS-FS-EXCEPCIONES = '00'
              MOVE 'S' TO WS-EXCEPCIONES-DISPONIBLE-SW
           END-IF.

       0100-INICIALIZAR-EXIT.
           EXIT.

      * Entrada del ordenamiento: una pasada por la bitacora, donde
      * cada asiento se busca en AUDITIDX, se controla la vigencia
      * de su perfil y, si es una decision, se entrega al orden;
      * despues los renglones de HISTORIAL y HISTARCHIVO.
       1000-RECORRER-BITACORA.

           PERFORM 1010-LEER-BITACORA
              THRU 1010-LEER-BITACORA-EXIT
              UNTIL WS-FIN-AUDITORIA-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'

      *    Asientos de mas en el indice para la ultima clave leida
           IF WS-AUDITIDX-DISPONIBLE-SW = 'S'
              PERFORM 1150-CONTROLAR-SOBRANTES
                 THRU 1150-CONTROLAR-SOBRANTES-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S' AND
                 WS-AUDITIDX-DISPONIBLE-SW = 'S'
              PERFORM 1800-CONTAR-AUDITIDX
                 THRU 1800-CONTAR-AUDITIDX-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 1000-RECORRER-BITACORA-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-HISTORIAL-SW
           PERFORM 1500-LEER-HISTORIAL
              THRU 1500-LEER-HISTORIAL-EXIT
              UNTIL WS-FIN-HISTORIAL-SW = 'S'

           IF WS-ARCHIVO-DISPONIBLE-SW = 'S'
              MOVE 'N' TO WS-FIN-ARCHIVO-SW
              PERFORM 1600-LEER-ARCHIVO
                 THRU 1600-LEER-ARCHIVO-EXIT
                 UNTIL WS-FIN-ARCHIVO-SW = 'S'
           END-IF.

       1000-RECORRER-BITACORA-EXIT.
           EXIT.

       1010-LEER-BITACORA.

           READ AUDITORIA
              AT END
                 MOVE 'S' TO WS-FIN-AUDITORIA-SW
                 GO TO 1010-LEER-BITACORA-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-ASIENTOS

           PERFORM 1050-FIJAR-FECHA-DECISION
              THRU 1050-FIJAR-FECHA-DECISION-EXIT
           IF AUD-MARCA-CORRECCION = 'C' AND
                 WS-FECHA-CORREGIDA > ZERO
              ADD 1 TO WS-CONTADOR-CORRECCIONES
           END-IF

           IF WS-AUDITIDX-DISPONIBLE-SW = 'S'
              PERFORM 1100-CONTROLAR-INDICE
                 THRU 1100-CONTROLAR-INDICE-EXIT
           ELSE
              MOVE 'AUDITIDX'          TO WS-LD-CONTROL
              MOVE AUD-CANDIDATO-ID    TO WS-LD-CANDIDATO-ID
              MOVE AUD-FECHA-HORA      TO WS-LD-FECHA
              MOVE 'Asiento de AUDITORIA sin AUDITIDX (no existe)'
                 TO WS-LD-DETALLE
              ADD 1 TO WS-DIF-AUDITIDX
              PERFORM 4920-INFORMAR-DISCREPANCIA
                 THRU 4920-INFORMAR-DISCREPANCIA-EXIT
           END-IF

           PERFORM 1200-CONTROLAR-PERFIL
              THRU 1200-CONTROLAR-PERFIL-EXIT

           IF AUD-ESTADO NOT = 'EN-CARENCIA'
              PERFORM 1300-ENTREGAR-DECISION
                 THRU 1300-ENTREGAR-DECISION-EXIT
           END-IF.

       1010-LEER-BITACORA-EXIT.
           EXIT.

      * La correccion decide sobre la evaluacion original, asi que
      * su fecha de decision es la fecha corregida.
       1050-FIJAR-FECHA-DECISION.

      *    Un asiento anterior al campo trae espacios: vale cero
           IF AUD-FECHA-CORREGIDA IS NUMERIC
              MOVE AUD-FECHA-CORREGIDA TO WS-FECHA-CORREGIDA
           ELSE
              MOVE ZERO TO WS-FECHA-CORREGIDA
           END-IF

           IF AUD-MARCA-CORRECCION = 'C' AND
                 WS-FECHA-CORREGIDA > ZERO
              MOVE WS-FECHA-CORREGIDA TO WS-FECHA-DECISION
           ELSE
              MOVE AUD-FECHA-HORA(1:8) TO WS-FECHA-DECISION
           END-IF.

       1050-FIJAR-FECHA-DECISION-EXIT.
           EXIT.

      * El asiento n-esimo de un candidato en un mismo segundo tiene
      * en AUDITIDX la secuencia n, con los mismos datos.
       1100-CONTROLAR-INDICE.

           IF AUD-CANDIDATO-ID = WS-ANT-CANDIDATO-ID AND
                 AUD-FECHA-HORA = WS-ANT-FECHA-HORA
              ADD 1 TO WS-ANT-SECUENCIA
           ELSE
              PERFORM 1150-CONTROLAR-SOBRANTES
                 THRU 1150-CONTROLAR-SOBRANTES-EXIT
              MOVE AUD-CANDIDATO-ID TO WS-ANT-CANDIDATO-ID
              MOVE AUD-FECHA-HORA   TO WS-ANT-FECHA-HORA
              MOVE 1                TO WS-ANT-SECUENCIA
           END-IF

           MOVE 'AUDITIDX'       TO WS-LD-CONTROL
           MOVE AUD-CANDIDATO-ID TO WS-LD-CANDIDATO-ID
           MOVE AUD-FECHA-HORA   TO WS-LD-FECHA

           MOVE AUD-CANDIDATO-ID TO AUDX-CANDIDATO-ID
           MOVE AUD-FECHA-HORA   TO AUDX-FECHA-HORA
           MOVE WS-ANT-SECUENCIA TO AUDX-SECUENCIA
           READ AUDITORIA-IDX
              INVALID KEY
                 MOVE 'Asiento de AUDITORIA que falta en AUDITIDX'
                    TO WS-LD-DETALLE
                 ADD 1 TO WS-DIF-AUDITIDX
                 PERFORM 4920-INFORMAR-DISCREPANCIA
                    THRU 4920-INFORMAR-DISCREPANCIA-EXIT
                 GO TO 1100-CONTROLAR-INDICE-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-AUDX-HALLADOS

           IF AUDX-EVALUADOR-ID       NOT = AUD-EVALUADOR-ID
              OR AUDX-NOM-CANDIDATO   NOT = AUD-NOM-CANDIDATO
              OR AUDX-ESTUDIANTE      NOT = AUD-ESTUDIANTE
              OR AUDX-EXPERIENCIA     NOT = AUD-EXPERIENCIA
              OR AUDX-ANIOS-EXPERIENCIA
                                      NOT = AUD-ANIOS-EXPERIENCIA
              OR AUDX-COBOL           NOT = AUD-COBOL
              OR AUDX-CERTIFICACION   NOT = AUD-CERTIFICACION
              OR AUDX-INGLES          NOT = AUD-INGLES
              OR AUDX-PUNTOS          NOT = AUD-PUNTOS
              OR AUDX-ESTADO          NOT = AUD-ESTADO
              OR AUDX-MARCA-CORRECCION
                                      NOT = AUD-MARCA-CORRECCION
              OR AUDX-LOTE-ORIGEN     NOT = AUD-LOTE-ORIGEN
              OR AUDX-PERFIL-ID       NOT = AUD-PERFIL-ID
              OR AUDX-FECHA-CORREGIDA NOT = WS-FECHA-CORREGIDA
              MOVE 'Asiento de AUDITIDX con datos distintos'
                 TO WS-LD-DETALLE
              ADD 1 TO WS-DIF-AUDITIDX
              PERFORM 4920-INFORMAR-DISCREPANCIA
                 THRU 4920-INFORMAR-DISCREPANCIA-EXIT
           END-IF.

       1100-CONTROLAR-INDICE-EXIT.
           EXIT.

      * Cerrada una clave candidato + fecha-hora de la bitacora, el
      * indice no debe tener secuencias mas alla de las leidas.
       1150-CONTROLAR-SOBRANTES.

           IF WS-ANT-CANDIDATO-ID = SPACES
              GO TO 1150-CONTROLAR-SOBRANTES-EXIT
           END-IF

           MOVE WS-ANT-CANDIDATO-ID TO AUDX-CANDIDATO-ID
           MOVE WS-ANT-FECHA-HORA   TO AUDX-FECHA-HORA
           COMPUTE AUDX-SECUENCIA = WS-ANT-SECUENCIA + 1
           MOVE 'N' TO WS-FIN-CLAVE-SW
           START AUDITORIA-IDX KEY IS NOT LESS THAN AUDX-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-CLAVE-SW
           END-START

           PERFORM 1160-LEER-SOBRANTE
              THRU 1160-LEER-SOBRANTE-EXIT
              UNTIL WS-FIN-CLAVE-SW = 'S'.

       1150-CONTROLAR-SOBRANTES-EXIT.
           EXIT.

       1160-LEER-SOBRANTE.

           READ AUDITORIA-IDX NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-CLAVE-SW
                 GO TO 1160-LEER-SOBRANTE-EXIT
           END-READ

           IF AUDX-CANDIDATO-ID NOT = WS-ANT-CANDIDATO-ID OR
                 AUDX-FECHA-HORA NOT = WS-ANT-FECHA-HORA
              MOVE 'S' TO WS-FIN-CLAVE-SW
              GO TO 1160-LEER-SOBRANTE-EXIT
           END-IF

           ADD 1 TO WS-CONTADOR-AUDX-SOBRANTES
           MOVE 'AUDITIDX'          TO WS-LD-CONTROL
           MOVE AUDX-CANDIDATO-ID   TO WS-LD-CANDIDATO-ID
           MOVE AUDX-FECHA-HORA     TO WS-LD-FECHA
           MOVE SPACES TO WS-LD-DETALLE
           STRING 'Asiento de AUDITIDX sin par en AUDITORIA, sec '
                     DELIMITED BY SIZE
                  AUDX-SECUENCIA DELIMITED BY SIZE
                  INTO WS-LD-DETALLE
           ADD 1 TO WS-DIF-AUDITIDX
           PERFORM 4920-INFORMAR-DISCREPANCIA
              THRU 4920-INFORMAR-DISCREPANCIA-EXIT.

       1160-LEER-SOBRANTE-EXIT.
           EXIT.

      * El perfil del asiento debe tener una version vigente a la
      * fecha de la decision: alguna PARM-FECHA-VIGENCIA no
      * posterior a esa fecha, o sea la primera version del perfil
      * no posterior. Los asientos viejos sin perfil no se
      * controlan; '(DEFECTO)' es una correccion puntuada con los
      * pesos por defecto porque el perfil no tenia version. Un
      * apartado EN-CARENCIA de una corrida de todos los perfiles
      * cita 'TODOS', que no es un perfil de PARAMETROS.
       1200-CONTROLAR-PERFIL.

           IF AUD-PERFIL-ID = SPACES
              ADD 1 TO WS-CONTADOR-SIN-PERFIL
              GO TO 1200-CONTROLAR-PERFIL-EXIT
           END-IF

           IF AUD-PERFIL-ID = 'TODOS'
              GO TO 1200-CONTROLAR-PERFIL-EXIT
           END-IF

           MOVE 'PERFIL'         TO WS-LD-CONTROL
           MOVE AUD-CANDIDATO-ID TO WS-LD-CANDIDATO-ID
           MOVE WS-FECHA-DECISION TO WS-LD-FECHA

           IF AUD-PERFIL-ID = '(DEFECTO)'
              MOVE 'Puntuado con pesos por defecto, perfil sin version'
                 TO WS-LD-DETALLE
              ADD 1 TO WS-DIF-PERFILES
              PERFORM 4920-INFORMAR-DISCREPANCIA
                 THRU 4920-INFORMAR-DISCREPANCIA-EXIT
              GO TO 1200-CONTROLAR-PERFIL-EXIT
           END-IF

           MOVE 'N'  TO WS-PRF-HALLADO-SW
           MOVE ZERO TO WS-PRF-IDX
           PERFORM 1210-BUSCAR-PERFIL
              THRU 1210-BUSCAR-PERFIL-EXIT
              UNTIL WS-PRF-IDX NOT LESS WS-PRF-CARGADOS
                 OR WS-PRF-HALLADO-SW = 'S'

           IF WS-PRF-HALLADO-SW NOT = 'S'
              PERFORM 1220-CARGAR-PERFIL
                 THRU 1220-CARGAR-PERFIL-EXIT
              IF WS-ERROR-FATAL-SW = 'S'
                 GO TO 1200-CONTROLAR-PERFIL-EXIT
              END-IF
           END-IF

           IF WS-PRF-PRIMERA-VIGENCIA (WS-PRF-IDX) = 99999999
              MOVE SPACES TO WS-LD-DETALLE
              STRING 'Perfil ' DELIMITED BY SIZE
                     AUD-PERFIL-ID DELIMITED BY SPACE
                     ' sin ninguna version en PARAMETROS'
                        DELIMITED BY SIZE
                     INTO WS-LD-DETALLE
              ADD 1 TO WS-DIF-PERFILES
              PERFORM 4920-INFORMAR-DISCREPANCIA
                 THRU 4920-INFORMAR-DISCREPANCIA-EXIT
              GO TO 1200-CONTROLAR-PERFIL-EXIT
           END-IF

           IF WS-PRF-PRIMERA-VIGENCIA (WS-PRF-IDX) > WS-FECHA-DECISION
              MOVE SPACES TO WS-LD-DETALLE
              STRING 'Perfil ' DELIMITED BY SIZE
                     AUD-PERFIL-ID DELIMITED BY SPACE
                     ' sin version vigente, la primera es del '
                        DELIMITED BY SIZE
                     WS-PRF-PRIMERA-VIGENCIA (WS-PRF-IDX)
                        DELIMITED BY SIZE
                     INTO WS-LD-DETALLE
              ADD 1 TO WS-DIF-PERFILES
              PERFORM 4920-INFORMAR-DISCREPANCIA
                 THRU 4920-INFORMAR-DISCREPANCIA-EXIT
           END-IF.

       1200-CONTROLAR-PERFIL-EXIT.
           EXIT.

       1210-BUSCAR-PERFIL.

           ADD 1 TO WS-PRF-IDX
           IF WS-PRF-PERFIL-ID (WS-PRF-IDX) = AUD-PERFIL-ID
              MOVE 'S' TO WS-PRF-HALLADO-SW
           END-IF.

       1210-BUSCAR-PERFIL-EXIT.
           EXIT.

      * Primera version del perfil en PARAMETROS: la clave es
      * perfil + fecha de vigencia, asi que es la primera que
      * aparece posicionando en el perfil con fecha cero.
       1220-CARGAR-PERFIL.

           IF WS-PRF-CARGADOS NOT LESS WS-PRF-MAXIMO
              DISPLAY "ERROR: los perfiles citados en AUDITORIA "
                 "superan la tabla"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1220-CARGAR-PERFIL-EXIT
           END-IF

           ADD 1 TO WS-PRF-CARGADOS
           MOVE WS-PRF-CARGADOS TO WS-PRF-IDX
           MOVE AUD-PERFIL-ID   TO WS-PRF-PERFIL-ID (WS-PRF-IDX)
           MOVE 99999999        TO WS-PRF-PRIMERA-VIGENCIA (WS-PRF-IDX)

           MOVE AUD-PERFIL-ID TO PARM-PERFIL-ID
           MOVE ZERO          TO PARM-FECHA-VIGENCIA
           START PARAMETROS KEY IS NOT LESS THAN PARM-CLAVE
              INVALID KEY
                 GO TO 1220-CARGAR-PERFIL-EXIT
           END-START

           READ PARAMETROS NEXT RECORD
              AT END
                 GO TO 1220-CARGAR-PERFIL-EXIT
           END-READ

           IF PARM-PERFIL-ID = AUD-PERFIL-ID
              MOVE PARM-FECHA-VIGENCIA
                 TO WS-PRF-PRIMERA-VIGENCIA (WS-PRF-IDX)
           END-IF.

       1220-CARGAR-PERFIL-EXIT.
           EXIT.

      * Decision de la evaluacion candidato + fecha de la decision;
      * la secuencia conserva el orden de la bitacora.
       1300-ENTREGAR-DECISION.

           ADD 1 TO WS-SECUENCIA-ORDEN
           MOVE SPACES               TO ORD-REGISTRO
           MOVE AUD-CANDIDATO-ID     TO ORD-CANDIDATO-ID
           MOVE WS-FECHA-DECISION    TO ORD-FECHA
           MOVE 'D'                  TO ORD-TIPO
           MOVE WS-SECUENCIA-ORDEN   TO ORD-SECUENCIA
           MOVE AUD-ESTADO           TO ORD-ESTADO
           MOVE AUD-PUNTOS           TO ORD-PUNTOS
           MOVE AUD-MARCA-CORRECCION TO ORD-MARCA-CORRECCION
           RELEASE ORD-REGISTRO.

       1300-ENTREGAR-DECISION-EXIT.
           EXIT.

       1500-LEER-HISTORIAL.

           READ HISTORIAL NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-HISTORIAL-SW
                 GO TO 1500-LEER-HISTORIAL-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-HIST-LEIDOS
           MOVE HIST-CANDIDATO-ID     TO WS-BUSQ-CANDIDATO-ID
           MOVE HIST-FECHA-EVALUACION TO WS-BUSQ-FECHA
           MOVE HIST-ESTADO           TO WS-BUSQ-ESTADO
           MOVE HIST-PUNTOS           TO WS-BUSQ-PUNTOS
           MOVE 'HISTORIAL'           TO WS-BUSQ-ORIGEN
           PERFORM 1700-ENTREGAR-RENGLON
              THRU 1700-ENTREGAR-RENGLON-EXIT.

       1500-LEER-HISTORIAL-EXIT.
           EXIT.

      * Lo depurado por PRGPURGA se controla igual que el historial
       1600-LEER-ARCHIVO.

           READ ARCHIVO-HISTORICO
              AT END
                 MOVE 'S' TO WS-FIN-ARCHIVO-SW
                 GO TO 1600-LEER-ARCHIVO-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-ARCH-LEIDOS
           MOVE ARCH-REGISTRO(1:10)   TO WS-BUSQ-CANDIDATO-ID
           IF ARCH-REGISTRO(11:8) IS NUMERIC
              MOVE ARCH-REGISTRO(11:8) TO WS-BUSQ-FECHA
           ELSE
              MOVE ZERO TO WS-BUSQ-FECHA
           END-IF
           MOVE ARCH-REGISTRO(121:12) TO WS-BUSQ-ESTADO
           IF ARCH-REGISTRO(118:3) IS NUMERIC
              MOVE ARCH-REGISTRO(118:3) TO WS-BUSQ-PUNTOS
           ELSE
              MOVE ZERO TO WS-BUSQ-PUNTOS
           END-IF
           MOVE 'HISTARCHIVO'         TO WS-BUSQ-ORIGEN
           PERFORM 1700-ENTREGAR-RENGLON
              THRU 1700-ENTREGAR-RENGLON-EXIT.

       1600-LEER-ARCHIVO-EXIT.
           EXIT.

       1700-ENTREGAR-RENGLON.

           ADD 1 TO WS-SECUENCIA-ORDEN
           MOVE SPACES               TO ORD-REGISTRO
           MOVE WS-BUSQ-CANDIDATO-ID TO ORD-CANDIDATO-ID
           MOVE WS-BUSQ-FECHA        TO ORD-FECHA
           MOVE 'H'                  TO ORD-TIPO
           MOVE WS-SECUENCIA-ORDEN   TO ORD-SECUENCIA
           MOVE WS-BUSQ-ESTADO       TO ORD-ESTADO
           MOVE WS-BUSQ-PUNTOS       TO ORD-PUNTOS
           MOVE WS-BUSQ-ORIGEN       TO ORD-ORIGEN
           RELEASE ORD-REGISTRO.

       1700-ENTREGAR-RENGLON-EXIT.
           EXIT.

      * Total de asientos del indice: lo que excede a los hallados
      * desde la bitacora son asientos que la bitacora no tiene.
       1800-CONTAR-AUDITIDX.

           CLOSE AUDITORIA-IDX
           OPEN INPUT AUDITORIA-IDX
           IF WS-FS-AUDITIDX NOT = '00'
              DISPLAY "ERROR: no se pudo reabrir AUDITIDX, status "
                 WS-FS-AUDITIDX
              MOVE 'S' TO WS-ERROR-FATAL-SW
              MOVE 'N' TO WS-AUDITIDX-DISPONIBLE-SW
              GO TO 1800-CONTAR-AUDITIDX-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-AUDITIDX-SW
           PERFORM 1810-LEER-AUDITIDX
              THRU 1810-LEER-AUDITIDX-EXIT
              UNTIL WS-FIN-AUDITIDX-SW = 'S'

      *    Los sobrantes de claves que la bitacora no tiene en
      *    absoluto no se listan uno por uno: van en un total.
           COMPUTE WS-CONTADOR-AUX = WS-CONTADOR-AUDX-LEIDOS
                                   - WS-CONTADOR-AUDX-HALLADOS
                                   - WS-CONTADOR-AUDX-SOBRANTES
           IF WS-CONTADOR-AUX > ZERO
              MOVE WS-CONTADOR-AUX TO WS-NUM-ED
              MOVE 'AUDITIDX' TO WS-LD-CONTROL
              MOVE SPACES     TO WS-LD-CANDIDATO-ID
                                 WS-LD-FECHA
              MOVE SPACES     TO WS-LD-DETALLE
              STRING WS-NUM-ED DELIMITED BY SIZE
                     ' asientos de claves que AUDITORIA no tiene'
                        DELIMITED BY SIZE
                     INTO WS-LD-DETALLE
              ADD WS-CONTADOR-AUX TO WS-DIF-AUDITIDX
              PERFORM 4920-INFORMAR-DISCREPANCIA
                 THRU 4920-INFORMAR-DISCREPANCIA-EXIT
           END-IF.

       1800-CONTAR-AUDITIDX-EXIT.
           EXIT.

       1810-LEER-AUDITIDX.

           READ AUDITORIA-IDX NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-AUDITIDX-SW
              NOT AT END
                 ADD 1 TO WS-CONTADOR-AUDX-LEIDOS
           END-READ.

       1810-LEER-AUDITIDX-EXIT.
           EXIT.

      * Salida del ordenamiento: cada renglon del historial debe
      * coincidir en estado y puntos con la decision vigente de su
      * evaluacion, y cada decision debe tener su renglon.
       2000-CONTROLAR-HISTORIAL.

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 2000-CONTROLAR-HISTORIAL-EXIT
           END-IF

      *    Sin evaluacion en curso hasta el primer registro
           MOVE LOW-VALUES TO WS-EVA-CANDIDATO-ID
           MOVE 'N' TO WS-EVA-DECISION-SW
           MOVE 'N' TO WS-FIN-ORDEN-SW
           PERFORM 2010-LEER-ORDEN
              THRU 2010-LEER-ORDEN-EXIT
              UNTIL WS-FIN-ORDEN-SW = 'S'

           PERFORM 2200-DECISION-SIN-HISTORIAL
              THRU 2200-DECISION-SIN-HISTORIAL-EXIT.

       2000-CONTROLAR-HISTORIAL-EXIT.
           EXIT.

       2010-LEER-ORDEN.

           RETURN ORDEN-EVALUACIONES
              AT END
                 MOVE 'S' TO WS-FIN-ORDEN-SW
                 GO TO 2010-LEER-ORDEN-EXIT
           END-RETURN

           IF ORD-CANDIDATO-ID NOT = WS-EVA-CANDIDATO-ID OR
                 ORD-FECHA NOT = WS-EVA-FECHA
              PERFORM 2200-DECISION-SIN-HISTORIAL
                 THRU 2200-DECISION-SIN-HISTORIAL-EXIT
              PERFORM 2900-INICIAR-EVALUACION
                 THRU 2900-INICIAR-EVALUACION-EXIT
           END-IF

           IF ORD-TIPO = 'D'
              PERFORM 2950-TOMAR-DECISION
                 THRU 2950-TOMAR-DECISION-EXIT
              GO TO 2010-LEER-ORDEN-EXIT
           END-IF

           MOVE ORD-CANDIDATO-ID TO WS-BUSQ-CANDIDATO-ID
           MOVE ORD-FECHA        TO WS-BUSQ-FECHA
           MOVE ORD-ESTADO       TO WS-BUSQ-ESTADO
           MOVE ORD-PUNTOS       TO WS-BUSQ-PUNTOS
           MOVE ORD-ORIGEN       TO WS-BUSQ-ORIGEN
           PERFORM 2050-COMPARAR-EVALUACION
              THRU 2050-COMPARAR-EVALUACION-EXIT.

       2010-LEER-ORDEN-EXIT.
           EXIT.

       2050-COMPARAR-EVALUACION.

           MOVE WS-BUSQ-ORIGEN       TO WS-LD-CONTROL
           MOVE WS-BUSQ-CANDIDATO-ID TO WS-LD-CANDIDATO-ID
           MOVE WS-BUSQ-FECHA        TO WS-LD-FECHA

           IF WS-EVA-DECISION-SW NOT = 'S'
              MOVE 'Evaluacion sin decision asentada en AUDITORIA'
                 TO WS-LD-DETALLE
              ADD 1 TO WS-DIF-HISTORIAL
              PERFORM 4920-INFORMAR-DISCREPANCIA
                 THRU 4920-INFORMAR-DISCREPANCIA-EXIT
              GO TO 2050-COMPARAR-EVALUACION-EXIT
           END-IF

           MOVE 'S' TO WS-EVA-HALLADA

           IF WS-BUSQ-ESTADO = WS-EVA-ESTADO AND
                 WS-BUSQ-PUNTOS = WS-EVA-PUNTOS
              GO TO 2050-COMPARAR-EVALUACION-EXIT
           END-IF

           MOVE WS-BUSQ-PUNTOS TO WS-PUNTOS-ED
           MOVE WS-EVA-PUNTOS  TO WS-PUNTOS-ED2
           MOVE SPACES TO WS-LD-DETALLE
           STRING WS-BUSQ-ESTADO DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PUNTOS-ED DELIMITED BY SIZE
                  ' vs AUDITORIA ' DELIMITED BY SIZE
                  WS-EVA-ESTADO DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PUNTOS-ED2 DELIMITED BY SIZE
                  INTO WS-LD-DETALLE
           IF WS-EVA-CORREGIDA = 'S'
              MOVE '(C)' TO WS-LD-DETALLE(54:3)
           END-IF
           ADD 1 TO WS-DIF-HISTORIAL
           PERFORM 4920-INFORMAR-DISCREPANCIA
              THRU 4920-INFORMAR-DISCREPANCIA-EXIT.

       2050-COMPARAR-EVALUACION-EXIT.
           EXIT.

      * Una decision de la bitacora sin renglon en el historial ni
      * en el archivo historico es una evaluacion que se perdio.
       2200-DECISION-SIN-HISTORIAL.

           IF WS-EVA-DECISION-SW NOT = 'S' OR
                 WS-EVA-HALLADA = 'S'
              GO TO 2200-DECISION-SIN-HISTORIAL-EXIT
           END-IF

           MOVE 'AUDITORIA'         TO WS-LD-CONTROL
           MOVE WS-EVA-CANDIDATO-ID TO WS-LD-CANDIDATO-ID
           MOVE WS-EVA-FECHA        TO WS-LD-FECHA
           MOVE SPACES TO WS-LD-DETALLE
           STRING 'Decision ' DELIMITED BY SIZE
                  WS-EVA-ESTADO DELIMITED BY SPACE
                  ' sin renglon en HISTORIAL ni HISTARCHIVO'
                     DELIMITED BY SIZE
                  INTO WS-LD-DETALLE
           ADD 1 TO WS-DIF-HISTORIAL
           PERFORM 4920-INFORMAR-DISCREPANCIA
              THRU 4920-INFORMAR-DISCREPANCIA-EXIT.

       2200-DECISION-SIN-HISTORIAL-EXIT.
           EXIT.

      * Empieza la evaluacion del registro recien leido del orden
       2900-INICIAR-EVALUACION.

           MOVE ORD-CANDIDATO-ID TO WS-EVA-CANDIDATO-ID
           MOVE ORD-FECHA        TO WS-EVA-FECHA
           MOVE 'N'              TO WS-EVA-DECISION-SW
           MOVE SPACES           TO WS-EVA-ESTADO
           MOVE ZERO             TO WS-EVA-PUNTOS
           MOVE 'N'              TO WS-EVA-CORREGIDA
           MOVE 'N'              TO WS-EVA-HALLADA.

       2900-INICIAR-EVALUACION-EXIT.
           EXIT.

      * Las decisiones llegan en el orden de la bitacora: la ultima
      * queda como la vigente; basta una 'C' para que este corregida.
       2950-TOMAR-DECISION.

           MOVE 'S'        TO WS-EVA-DECISION-SW
           MOVE ORD-ESTADO TO WS-EVA-ESTADO
           MOVE ORD-PUNTOS TO WS-EVA-PUNTOS
           IF ORD-MARCA-CORRECCION = 'C'
              MOVE 'S' TO WS-EVA-CORREGIDA
           END-IF.

       2950-TOMAR-DECISION-EXIT.
           EXIT.

      * Salida del segundo ordenamiento. Una excepcion esta
      * corregida si su evaluacion tiene un asiento 'C'; si no,
      * sigue abierta y se lista para la mesa. Abierta sin
      * evaluacion en la bitacora no hay de donde PRGCORR recupere
      * las respuestas: es una diferencia.
       3000-CONTROLAR-EXCEPCIONES.

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 3000-CONTROLAR-EXCEPCIONES-EXIT
           END-IF

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT
           MOVE 'Excepciones abiertas (pendientes de correccion en '
              TO WS-CONTROL-LINEA
           MOVE 'PRGCORR)' TO WS-CONTROL-LINEA(51:8)
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT
           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE LOW-VALUES TO WS-EVA-CANDIDATO-ID
           MOVE 'N' TO WS-FIN-ORDEN-SW
           PERFORM 3010-LEER-ORDEN
              THRU 3010-LEER-ORDEN-EXIT
              UNTIL WS-FIN-ORDEN-SW = 'S'.

       3000-CONTROLAR-EXCEPCIONES-EXIT.
           EXIT.

       3010-LEER-ORDEN.

           RETURN ORDEN-EVALUACIONES
              AT END
                 MOVE 'S' TO WS-FIN-ORDEN-SW
                 GO TO 3010-LEER-ORDEN-EXIT
           END-RETURN

           IF ORD-CANDIDATO-ID NOT = WS-EVA-CANDIDATO-ID OR
                 ORD-FECHA NOT = WS-EVA-FECHA
              PERFORM 2900-INICIAR-EVALUACION
                 THRU 2900-INICIAR-EVALUACION-EXIT
           END-IF

           IF ORD-TIPO = 'D'
              PERFORM 2950-TOMAR-DECISION
                 THRU 2950-TOMAR-DECISION-EXIT
           ELSE
              PERFORM 3020-CLASIFICAR-EXCEPCION
                 THRU 3020-CLASIFICAR-EXCEPCION-EXIT
           END-IF.

       3010-LEER-ORDEN-EXIT.
           EXIT.

       3020-CLASIFICAR-EXCEPCION.

           MOVE 'EXCEPCION'      TO WS-LD-CONTROL
           MOVE ORD-CANDIDATO-ID TO WS-LD-CANDIDATO-ID
           MOVE ORD-FECHA        TO WS-LD-FECHA

           IF WS-EVA-DECISION-SW NOT = 'S'
              MOVE SPACES TO WS-LD-DETALLE
              STRING ORD-EXC-CAMPO DELIMITED BY SPACE
                     ' sin evaluacion en AUDITORIA, no corregible'
                        DELIMITED BY SIZE
                     INTO WS-LD-DETALLE
              ADD 1 TO WS-DIF-EXCEPCIONES
              PERFORM 4920-INFORMAR-DISCREPANCIA
                 THRU 4920-INFORMAR-DISCREPANCIA-EXIT
              GO TO 3020-CLASIFICAR-EXCEPCION-EXIT
           END-IF

           IF WS-EVA-CORREGIDA = 'S'
              ADD 1 TO WS-CONTADOR-EXC-CORREGIDAS
              GO TO 3020-CLASIFICAR-EXCEPCION-EXIT
           END-IF

           ADD 1 TO WS-CONTADOR-EXC-ABIERTAS
           MOVE 'ABIERTA' TO WS-LD-CONTROL
           MOVE SPACES TO WS-LD-DETALLE
           STRING ORD-EXC-CAMPO DELIMITED BY SPACE
                  ' = ' DELIMITED BY SIZE
                  ORD-EXC-VALOR DELIMITED BY SIZE
                  INTO WS-LD-DETALLE
           MOVE WS-LINEA-DISCREPANCIA TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       3020-CLASIFICAR-EXCEPCION-EXIT.
           EXIT.

      * Entrada del segundo ordenamiento: las decisiones de la
      * bitacora, leida de nuevo desde el principio, y las
      * excepciones registradas por PRGCVEM2.
       3500-CARGAR-EXCEPCIONES.

           CLOSE AUDITORIA
           OPEN INPUT AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
              DISPLAY "ERROR: no se pudo reabrir AUDITORIA, status "
                 WS-FS-AUDITORIA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 3500-CARGAR-EXCEPCIONES-EXIT
           END-IF

           MOVE 'N' TO WS-FIN-AUDITORIA-SW
           PERFORM 3510-RELEER-BITACORA
              THRU 3510-RELEER-BITACORA-EXIT
              UNTIL WS-FIN-AUDITORIA-SW = 'S'

           MOVE 'N' TO WS-FIN-EXCEPCIONES-SW
           PERFORM 3520-LEER-EXCEPCION
              THRU 3520-LEER-EXCEPCION-EXIT
              UNTIL WS-FIN-EXCEPCIONES-SW = 'S'.

       3500-CARGAR-EXCEPCIONES-EXIT.
           EXIT.

       3510-RELEER-BITACORA.

           READ AUDITORIA
              AT END
                 MOVE 'S' TO WS-FIN-AUDITORIA-SW
                 GO TO 3510-RELEER-BITACORA-EXIT
           END-READ

           IF AUD-ESTADO = 'EN-CARENCIA'
              GO TO 3510-RELEER-BITACORA-EXIT
           END-IF

           PERFORM 1050-FIJAR-FECHA-DECISION
              THRU 1050-FIJAR-FECHA-DECISION-EXIT
           PERFORM 1300-ENTREGAR-DECISION
              THRU 1300-ENTREGAR-DECISION-EXIT.

       3510-RELEER-BITACORA-EXIT.
           EXIT.

       3520-LEER-EXCEPCION.

           READ EXCEPCIONES
              AT END
                 MOVE 'S' TO WS-FIN-EXCEPCIONES-SW
                 GO TO 3520-LEER-EXCEPCION-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-EXC-LEIDAS
           ADD 1 TO WS-SECUENCIA-ORDEN
           MOVE SPACES             TO ORD-REGISTRO
           MOVE EXC-CANDIDATO-ID   TO ORD-CANDIDATO-ID
           MOVE EXC-FECHA          TO ORD-FECHA
           MOVE 'X'                TO ORD-TIPO
           MOVE WS-SECUENCIA-ORDEN TO ORD-SECUENCIA
           MOVE EXC-CAMPO          TO ORD-EXC-CAMPO
           MOVE EXC-VALOR-INVALIDO TO ORD-EXC-VALOR
           RELEASE ORD-REGISTRO.

       3520-LEER-EXCEPCION-EXIT.
           EXIT.

      * Resumen de la verificacion
       4000-IMPRIMIR-RESUMEN.

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE WS-CONTADOR-ASIENTOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Asientos de AUDITORIA     : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-CORRECCIONES TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING '  de correccion (C)       : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SIN-PERFIL TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING '  sin perfil (anteriores) : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-AUDX-LEIDOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Asientos de AUDITIDX      : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-HIST-LEIDOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Renglones de HISTORIAL    : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-ARCH-LEIDOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Renglones de HISTARCHIVO  : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-EXC-LEIDAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Excepciones               : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-EXC-CORREGIDAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING '  corregidas              : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-EXC-ABIERTAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING '  abiertas                : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE WS-DIF-HISTORIAL TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Dif. historial/bitacora   : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-DIF-AUDITIDX TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Dif. AUDITIDX/bitacora    : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-DIF-EXCEPCIONES TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Dif. excepciones          : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-DIF-PERFILES TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Dif. vigencia de perfiles : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           COMPUTE WS-CONTADOR-DISCREPANCIAS = WS-DIF-HISTORIAL
                                             + WS-DIF-AUDITIDX
                                             + WS-DIF-EXCEPCIONES
                                             + WS-DIF-PERFILES
           MOVE WS-CONTADOR-DISCREPANCIAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Total de diferencias      : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              MOVE 'VERIFICACION INCOMPLETA: revisar los mensajes de '
                 TO WS-CONTROL-LINEA
              MOVE 'la corrida' TO WS-CONTROL-LINEA(50:10)
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
           END-IF

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       4000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.

       4900-ESCRIBIR-SEPARADOR.

           DISPLAY WS-SEPARADOR-LINEA
           WRITE VERIF-LINEA FROM WS-SEPARADOR-LINEA.

       4900-ESCRIBIR-SEPARADOR-EXIT.
           EXIT.

       4910-ESCRIBIR-LINEA.

           DISPLAY WS-CONTROL-LINEA
           WRITE VERIF-LINEA FROM WS-CONTROL-LINEA.

       4910-ESCRIBIR-LINEA-EXIT.
           EXIT.

      * Renglon de diferencia ya armado en WS-LINEA-DISCREPANCIA
       4920-INFORMAR-DISCREPANCIA.

           MOVE WS-LINEA-DISCREPANCIA TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       4920-INFORMAR-DISCREPANCIA-EXIT.
           EXIT.

      * Cierre de los archivos abiertos
       0900-FINALIZAR.

           CLOSE AUDITORIA
           CLOSE HISTORIAL
           CLOSE PARAMETROS
           IF WS-AUDITIDX-DISPONIBLE-SW = 'S'
              CLOSE AUDITORIA-IDX
           END-IF
           IF WS-ARCHIVO-DISPONIBLE-SW = 'S'
              CLOSE ARCHIVO-HISTORICO
           END-IF
           IF WS-EXCEPCIONES-DISPONIBLE-SW = 'S'
              CLOSE EXCEPCIONES
           END-IF
           IF WS-VERIFICA-ABIERTO-SW = 'S'
              CLOSE VERIFICACION
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.

      * Codigo de retorno para el planificador: 0 archivos
      * consistentes, 4 con diferencias, 12 verificacion incompleta.
      * Las excepciones abiertas son trabajo pendiente de la mesa,
      * no una diferencia.
       0950-FIJAR-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN WS-ERROR-FATAL-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CONTADOR-DISCREPANCIAS > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.

      * Un ordenamiento que no termino deja la verificacion a medias
       0960-CONTROLAR-ORDENAMIENTO.

           IF SORT-RETURN NOT = ZERO
              DISPLAY "ERROR: fallo el ordenamiento de evaluaciones, "
                 "SORT-RETURN " SORT-RETURN
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       0960-CONTROLAR-ORDENAMIENTO-EXIT.
           EXIT.


       END PROGRAM PRGVERIF.
