      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Simulacion de una version propuesta de pesos y notas
      *          de corte de un perfil antes de grabarla con PRGPARM:
      *          toma la version propuesta (ya grabada en PARAMETROS
      *          con una fecha de vigencia futura, o tipeada en la
      *          corrida sin grabar nada) y vuelve a puntuar con ella
      *          las respuestas crudas de la bitacora AUDITORIA de las
      *          decisiones de ese perfil en un rango de fechas, con
      *          las mismas reglas de puntaje y decision de PRGCVEM2
      *          (1920/2100/3000). Lista los candidatos que cambiarian
      *          de banda y la matriz de cambios APROBADO /
      *          LISTA-ESPERA / REPROBADO actual contra simulada, en
      *          pantalla y en el archivo SIMULACION, para que el
      *          comite apruebe el cambio de pesos con evidencia. No
      *          graba nada en PARAMETROS ni en la bitacora.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-07  GCR  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGSIMUL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CLAVE
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT SIMULACION ASSIGN TO "SIMULACION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIMULACION.

       DATA DIVISION.
       FILE SECTION.
      * Bitacora de auditoria con las respuestas crudas de cada
      * evaluacion y las correcciones de mesa
       FD AUDITORIA.
       01 AUD-REGISTRO.
           COPY AUDTREC.

      * Versiones de pesos y notas de corte por perfil
       FD PARAMETROS.
       01 PARM-REGISTRO.
           COPY PARMREC.

      * Reporte de la simulacion
       FD SIMULACION.
       01 SIM-LINEA                       PIC X(94).

       WORKING-STORAGE SECTION.
       01 WS-CV.
           COPY CVREC.

      * Pesos de la version propuesta, con los que se repuntua
       01 WS-PESOS-ACTIVOS.
          02 WS-PESO-ESTUDIANTE-SI        PIC 9(02) VALUE ZERO.
          02 WS-PESO-ESTUDIANTE-A         PIC 9(02) VALUE ZERO.
          02 WS-PESO-EXPERIENCIA-ANIO     PIC 9(02) VALUE ZERO.
          02 WS-PESO-COBOL-SI             PIC 9(02) VALUE ZERO.
          02 WS-PESO-CERTIFICACION        PIC 9(02) VALUE ZERO.
          02 WS-PESO-INGLES-SI            PIC 9(02) VALUE ZERO.
          02 WS-PUNTOS-MINIMO-APROBAR     PIC 9(02) VALUE ZERO.
          02 WS-PUNTOS-MINIMO-ESPERA      PIC 9(02) VALUE ZERO.

      * Parametros de la simulacion; el rango de fechas vacio se
      * abre a 00000000-99999999.
       01 WS-FILTROS.
          02 WS-FIL-PERFIL-ID             PIC X(10) VALUE SPACE.
          02 WS-FIL-FECHA-VIGENCIA        PIC X(08) VALUE SPACE.
          02 WS-FIL-FECHA-DESDE           PIC X(08) VALUE SPACE.
          02 WS-FIL-FECHA-HASTA           PIC X(08) VALUE SPACE.

      * Entradas crudas del operador para una version tipeada, con
      * el mismo tratamiento que PRGPARM: se alinean a la derecha
      * con ceros y se validan contra el maximo del campo.
       01 WS-ENTRADAS.
          02 WS-ENT-NUMERO                PIC X(04) VALUE SPACE.
          02 WS-ENT-CORRIDA-TEMP          PIC X(04) VALUE SPACE.
          02 WS-ENT-VALOR-NUM             PIC 9(04) VALUE ZERO.
          02 WS-ENT-MAXIMO                PIC 9(04) VALUE ZERO.
       01 WS-DETALLE-CAMPO                PIC X(25) VALUE SPACE.

      * Decisiones del perfil en el rango: una por candidato + fecha
      * de la decision; una correccion de mesa ('C') reemplaza las
      * respuestas y la decision de la evaluacion que corrigio.
       01 WS-TABLA-DECISIONES.
          02 WS-DEC-MAXIMO                PIC 9(04) COMP VALUE 5000.
          02 WS-DEC-CARGADAS              PIC 9(04) COMP VALUE ZERO.
          02 WS-DEC-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-DEC-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-DEC-ENTRADA OCCURS 5000.
             03 WS-DEC-CANDIDATO-ID       PIC X(10).
             03 WS-DEC-NOMBRE             PIC X(30).
             03 WS-DEC-FECHA              PIC 9(08).
             03 WS-DEC-ESTUDIANTE         PIC X(01).
             03 WS-DEC-EXPERIENCIA        PIC X(01).
             03 WS-DEC-ANIOS-EXP          PIC 9(02).
             03 WS-DEC-COBOL              PIC X(01).
             03 WS-DEC-CERTIFICACION      PIC X(01).
             03 WS-DEC-INGLES             PIC X(01).
             03 WS-DEC-PUNTOS             PIC 9(03).
             03 WS-DEC-ESTADO             PIC X(12).

      * Matriz de cambios: fila = banda asentada, columna = banda
      * simulada (1 APROBADO, 2 LISTA-ESPERA, 3 REPROBADO).
       01 WS-MATRIZ-CAMBIOS.
          02 WS-MAT-FILA OCCURS 3.
             03 WS-MAT-CELDA              PIC 9(06) OCCURS 3.
             03 WS-MAT-TOTAL-FILA         PIC 9(06).
          02 WS-MAT-TOTAL-COLUMNA         PIC 9(06) OCCURS 3.
          02 WS-MAT-FIL-IDX               PIC 9(01) COMP VALUE ZERO.
          02 WS-MAT-COL-IDX               PIC 9(01) COMP VALUE ZERO.
          02 WS-BANDA-ESTADO              PIC X(12) VALUE SPACE.
          02 WS-BANDA-NUMERO              PIC 9(01) VALUE ZERO.
          02 WS-BANDA-ANTERIOR            PIC 9(01) VALUE ZERO.
          02 WS-BANDA-SIMULADA            PIC 9(01) VALUE ZERO.

       01 WS-LINEA-MATRIZ.
          02 WS-LMAT-ETIQUETA             PIC X(16) VALUE SPACE.
          02 WS-LMAT-COLUMNA OCCURS 3.
             03 WS-LMAT-CELDA-ED          PIC ZZZZZ9.
             03 FILLER                    PIC X(08) VALUE SPACE.
          02 WS-LMAT-TOTAL-ED             PIC ZZZZZ9.
          02 FILLER                       PIC X(30) VALUE SPACE.

       01 WS-TEMPORALES.
          02 WS-PUNTOS-EXPERIENCIA-CALC   PIC 9(02) VALUE ZERO.
          02 WS-PUNTOS                    PIC 9(03) VALUE ZERO.
          02 WS-ESTADO                    PIC X(12) VALUE SPACE.
          02 WS-FECHA-DECISION            PIC 9(08) VALUE ZERO.
          02 WS-PUNTOS-ED                 PIC ZZ9.
          02 WS-PUNTOS-NUEVOS-ED          PIC ZZ9.

       01 WS-SWITCHES.
          02 WS-FIN-BITACORA-SW           PIC X(01) VALUE 'N'.
          02 WS-DEC-HALLADA-SW            PIC X(01) VALUE 'N'.
          02 WS-NUMERO-VALIDO-SW          PIC X(01) VALUE 'S'.
          02 WS-PERFIL-VALIDO-SW          PIC X(01) VALUE 'S'.
          02 WS-PARM-DISPONIBLE-SW        PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-LEIDAS           PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SIMULADAS        PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-CAMBIAN          PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SUBEN            PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-BAJAN            PIC 9(06) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-AUDITORIA              PIC X(02) VALUE '00'.
          02 WS-FS-PARAMETROS             PIC X(02) VALUE '00'.
          02 WS-FS-SIMULACION             PIC X(02) VALUE '00'.

       01 WS-CONTROL-LINEA                PIC X(94) VALUE SPACE.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1000-CARGAR-DECISIONES
                 THRU 1000-CARGAR-DECISIONES-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 2000-SIMULAR-DECISIONES
                 THRU 2000-SIMULAR-DECISIONES-EXIT

              PERFORM 4000-IMPRIMIR-MATRIZ
                 THRU 4000-IMPRIMIR-MATRIZ-EXIT
           END-IF

           PERFORM 0900-FINALIZAR
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
           EXIT.

      * Perfil, version propuesta, rango de fechas y apertura
       0100-INICIALIZAR.

           INITIALIZE WS-MATRIZ-CAMBIOS

           DISPLAY "Perfil a simular: "
           ACCEPT WS-FIL-PERFIL-ID
           IF WS-FIL-PERFIL-ID = SPACES
              DISPLAY "ERROR: se requiere el perfil a simular"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           DISPLAY "Vigencia de la version propuesta ya grabada "
              "(AAAAMMDD, vacio = tipear los pesos): "
           ACCEPT WS-FIL-FECHA-VIGENCIA

           IF WS-FIL-FECHA-VIGENCIA NOT = SPACES AND
                 WS-FIL-FECHA-VIGENCIA IS NOT NUMERIC
              DISPLAY "ERROR: la vigencia debe ser AAAAMMDD "
                 "numerica"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           IF WS-FIL-FECHA-VIGENCIA = SPACES
              PERFORM 0400-PEDIR-PESOS
                 THRU 0400-PEDIR-PESOS-EXIT
           ELSE
              PERFORM 0300-LEER-VERSION-PROPUESTA
                 THRU 0300-LEER-VERSION-PROPUESTA-EXIT
           END-IF
           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           DISPLAY "Fecha desde AAAAMMDD (vacio = sin limite): "
           ACCEPT WS-FIL-FECHA-DESDE
           IF WS-FIL-FECHA-DESDE = SPACES
              MOVE '00000000' TO WS-FIL-FECHA-DESDE
           END-IF

           DISPLAY "Fecha hasta AAAAMMDD (vacio = sin limite): "
           ACCEPT WS-FIL-FECHA-HASTA
           IF WS-FIL-FECHA-HASTA = SPACES
              MOVE '99999999' TO WS-FIL-FECHA-HASTA
           END-IF

           IF WS-FIL-FECHA-DESDE IS NOT NUMERIC OR
                 WS-FIL-FECHA-HASTA IS NOT NUMERIC
              DISPLAY "ERROR: las fechas deben ser AAAAMMDD "
                 "numericas"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           OPEN INPUT AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
              DISPLAY "ERROR: no se pudo abrir AUDITORIA, status "
                 WS-FS-AUDITORIA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           OPEN OUTPUT SIMULACION
           IF WS-FS-SIMULACION NOT = '00'
              DISPLAY "ERROR: no se pudo abrir SIMULACION, status "
                 WS-FS-SIMULACION
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           PERFORM 0500-IMPRIMIR-ENCABEZADO
              THRU 0500-IMPRIMIR-ENCABEZADO-EXIT.

       0100-INICIALIZAR-EXIT.
           EXIT.

      * Version propuesta grabada con vigencia futura: se lee por su
      * clave exacta y se aplican los mismos topes que al cargar un
      * perfil en la corrida de puntaje.
       0300-LEER-VERSION-PROPUESTA.

           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir PARAMETROS, status "
                 WS-FS-PARAMETROS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0300-LEER-VERSION-PROPUESTA-EXIT
           END-IF
           MOVE 'S' TO WS-PARM-DISPONIBLE-SW

           MOVE WS-FIL-PERFIL-ID      TO PARM-PERFIL-ID
           MOVE WS-FIL-FECHA-VIGENCIA TO PARM-FECHA-VIGENCIA
           READ PARAMETROS
              INVALID KEY
                 DISPLAY "ERROR: no existe la version "
                    WS-FIL-FECHA-VIGENCIA " del perfil "
                    WS-FIL-PERFIL-ID
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 0300-LEER-VERSION-PROPUESTA-EXIT
           END-READ

           MOVE PARM-PTOS-ESTUDIANTE-SI   TO WS-PESO-ESTUDIANTE-SI
           MOVE PARM-PTOS-ESTUDIANTE-A    TO WS-PESO-ESTUDIANTE-A
           MOVE PARM-PTOS-EXPERIENCIA-ANIO
                                    TO WS-PESO-EXPERIENCIA-ANIO
           MOVE PARM-PTOS-COBOL-SI        TO WS-PESO-COBOL-SI
           MOVE PARM-PTOS-CERTIFICACION   TO WS-PESO-CERTIFICACION
           MOVE PARM-PTOS-INGLES-SI       TO WS-PESO-INGLES-SI
           MOVE PARM-PUNTOS-MINIMO-APROBAR
                                    TO WS-PUNTOS-MINIMO-APROBAR
           MOVE PARM-PUNTOS-MINIMO-ESPERA
                                    TO WS-PUNTOS-MINIMO-ESPERA
           IF WS-PESO-EXPERIENCIA-ANIO > 33
              MOVE 33 TO WS-PESO-EXPERIENCIA-ANIO
           END-IF
           IF WS-PUNTOS-MINIMO-ESPERA NOT LESS
                 WS-PUNTOS-MINIMO-APROBAR
              MOVE ZERO TO WS-PUNTOS-MINIMO-ESPERA
           END-IF.

       0300-LEER-VERSION-PROPUESTA-EXIT.
           EXIT.

      * Version tipeada en la corrida: solo los pesos y las notas de
      * corte, que son lo que cambia la decision; con las mismas
      * validaciones de PRGPARM.
       0400-PEDIR-PESOS.

           MOVE 'S' TO WS-PERFIL-VALIDO-SW

           MOVE 'Puntos estudiante S' TO WS-DETALLE-CAMPO
           MOVE 99 TO WS-ENT-MAXIMO
           PERFORM 0410-PEDIR-NUMERO THRU 0410-PEDIR-NUMERO-EXIT
           IF WS-PERFIL-VALIDO-SW = 'S'
              MOVE WS-ENT-VALOR-NUM TO WS-PESO-ESTUDIANTE-SI

              MOVE 'Puntos estudiante A' TO WS-DETALLE-CAMPO
              PERFORM 0410-PEDIR-NUMERO THRU 0410-PEDIR-NUMERO-EXIT
           END-IF
           IF WS-PERFIL-VALIDO-SW = 'S'
              MOVE WS-ENT-VALOR-NUM TO WS-PESO-ESTUDIANTE-A

              MOVE 'Puntos experiencia/anio' TO WS-DETALLE-CAMPO
              MOVE 33 TO WS-ENT-MAXIMO
              PERFORM 0410-PEDIR-NUMERO THRU 0410-PEDIR-NUMERO-EXIT
           END-IF
           IF WS-PERFIL-VALIDO-SW = 'S'
              MOVE WS-ENT-VALOR-NUM TO WS-PESO-EXPERIENCIA-ANIO

              MOVE 'Puntos COBOL' TO WS-DETALLE-CAMPO
              MOVE 99 TO WS-ENT-MAXIMO
              PERFORM 0410-PEDIR-NUMERO THRU 0410-PEDIR-NUMERO-EXIT
           END-IF
           IF WS-PERFIL-VALIDO-SW = 'S'
              MOVE WS-ENT-VALOR-NUM TO WS-PESO-COBOL-SI

              MOVE 'Puntos certificacion' TO WS-DETALLE-CAMPO
              PERFORM 0410-PEDIR-NUMERO THRU 0410-PEDIR-NUMERO-EXIT
           END-IF
           IF WS-PERFIL-VALIDO-SW = 'S'
              MOVE WS-ENT-VALOR-NUM TO WS-PESO-CERTIFICACION

              MOVE 'Puntos ingles' TO WS-DETALLE-CAMPO
              PERFORM 0410-PEDIR-NUMERO THRU 0410-PEDIR-NUMERO-EXIT
           END-IF
           IF WS-PERFIL-VALIDO-SW = 'S'
              MOVE WS-ENT-VALOR-NUM TO WS-PESO-INGLES-SI

              MOVE 'Puntos minimos aprobar' TO WS-DETALLE-CAMPO
              PERFORM 0410-PEDIR-NUMERO THRU 0410-PEDIR-NUMERO-EXIT
           END-IF
           IF WS-PERFIL-VALIDO-SW = 'S'
              MOVE WS-ENT-VALOR-NUM TO WS-PUNTOS-MINIMO-APROBAR

              MOVE 'Puntos minimos espera' TO WS-DETALLE-CAMPO
              PERFORM 0410-PEDIR-NUMERO THRU 0410-PEDIR-NUMERO-EXIT
           END-IF
           IF WS-PERFIL-VALIDO-SW = 'S'
              MOVE WS-ENT-VALOR-NUM TO WS-PUNTOS-MINIMO-ESPERA
              IF WS-PUNTOS-MINIMO-ESPERA NOT = ZERO AND
                    WS-PUNTOS-MINIMO-ESPERA NOT LESS
                       WS-PUNTOS-MINIMO-APROBAR
                 DISPLAY "ERROR: la nota de espera debe ser menor "
                    "que la de aprobacion (o cero para anularla)"
                 MOVE 'N' TO WS-PERFIL-VALIDO-SW
              END-IF
           END-IF

           IF WS-PERFIL-VALIDO-SW NOT = 'S'
              DISPLAY "La version propuesta no es valida, no se "
                 "simula"
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       0400-PEDIR-PESOS-EXIT.
           EXIT.

      * Pide un valor numerico y lo valida contra WS-ENT-MAXIMO,
      * igual que 6300-PEDIR-NUMERO de PRGPARM.
       0410-PEDIR-NUMERO.

           MOVE 'S' TO WS-NUMERO-VALIDO-SW

           DISPLAY WS-DETALLE-CAMPO ": "
           ACCEPT WS-ENT-NUMERO

           IF WS-ENT-NUMERO = SPACES
              MOVE 'N' TO WS-NUMERO-VALIDO-SW
           ELSE
              PERFORM 0420-ALINEAR-NUMERO
                 THRU 0420-ALINEAR-NUMERO-EXIT
              IF WS-ENT-NUMERO IS NOT NUMERIC
                 MOVE 'N' TO WS-NUMERO-VALIDO-SW
              END-IF
           END-IF

           IF WS-NUMERO-VALIDO-SW = 'S'
              MOVE WS-ENT-NUMERO TO WS-ENT-VALOR-NUM
              IF WS-ENT-VALOR-NUM > WS-ENT-MAXIMO
                 DISPLAY "ERROR: el valor de " WS-DETALLE-CAMPO
                    " no puede superar " WS-ENT-MAXIMO
                 MOVE 'N' TO WS-NUMERO-VALIDO-SW
              END-IF
           ELSE
              DISPLAY "ERROR: el valor de " WS-DETALLE-CAMPO
                 " debe ser numerico"
           END-IF

           IF WS-NUMERO-VALIDO-SW NOT = 'S'
              MOVE 'N' TO WS-PERFIL-VALIDO-SW
           END-IF.

       0410-PEDIR-NUMERO-EXIT.
           EXIT.

       0420-ALINEAR-NUMERO.

           PERFORM 0430-CORRER-DERECHA
              THRU 0430-CORRER-DERECHA-EXIT
              UNTIL WS-ENT-NUMERO(4:1) NOT = SPACE

           INSPECT WS-ENT-NUMERO REPLACING LEADING SPACE BY ZERO.

       0420-ALINEAR-NUMERO-EXIT.
           EXIT.

       0430-CORRER-DERECHA.

           MOVE WS-ENT-NUMERO        TO WS-ENT-CORRIDA-TEMP
           MOVE SPACES               TO WS-ENT-NUMERO
           MOVE WS-ENT-CORRIDA-TEMP(1:3)
                                     TO WS-ENT-NUMERO(2:3).

       0430-CORRER-DERECHA-EXIT.
           EXIT.

      * Encabezado del reporte con la version que se simula
       0500-IMPRIMIR-ENCABEZADO.

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE SPACES TO WS-CONTROL-LINEA
           IF WS-FIL-FECHA-VIGENCIA = SPACES
              STRING 'Simulacion del perfil ' DELIMITED BY SIZE
                     WS-FIL-PERFIL-ID DELIMITED BY SIZE
                     ' version propuesta tipeada' DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
           ELSE
              STRING 'Simulacion del perfil ' DELIMITED BY SIZE
                     WS-FIL-PERFIL-ID DELIMITED BY SIZE
                     ' version con vigencia ' DELIMITED BY SIZE
                     WS-FIL-FECHA-VIGENCIA DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
           END-IF
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Pesos est S/A ' DELIMITED BY SIZE
                  WS-PESO-ESTUDIANTE-SI DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-PESO-ESTUDIANTE-A DELIMITED BY SIZE
                  '  exp/anio ' DELIMITED BY SIZE
                  WS-PESO-EXPERIENCIA-ANIO DELIMITED BY SIZE
                  '  cobol ' DELIMITED BY SIZE
                  WS-PESO-COBOL-SI DELIMITED BY SIZE
                  '  certif ' DELIMITED BY SIZE
                  WS-PESO-CERTIFICACION DELIMITED BY SIZE
                  '  ingles ' DELIMITED BY SIZE
                  WS-PESO-INGLES-SI DELIMITED BY SIZE
                  '  aprobar ' DELIMITED BY SIZE
                  WS-PUNTOS-MINIMO-APROBAR DELIMITED BY SIZE
                  '  espera ' DELIMITED BY SIZE
                  WS-PUNTOS-MINIMO-ESPERA DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Decisiones del ' DELIMITED BY SIZE
                  WS-FIL-FECHA-DESDE DELIMITED BY SIZE
                  ' al ' DELIMITED BY SIZE
                  WS-FIL-FECHA-HASTA DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       0500-IMPRIMIR-ENCABEZADO-EXIT.
           EXIT.

      * Recorre la bitacora y levanta las decisiones asentadas para
      * el perfil dentro del rango (la fecha de la decision es la
      * del asiento o, en una correccion de mesa, la de la
      * evaluacion corregida). Los apartados EN-CARENCIA no se
      * puntuaron y quedan fuera.
       1000-CARGAR-DECISIONES.

           PERFORM 1010-LEER-BITACORA
              THRU 1010-LEER-BITACORA-EXIT
              UNTIL WS-FIN-BITACORA-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'.

       1000-CARGAR-DECISIONES-EXIT.
           EXIT.

       1010-LEER-BITACORA.

           READ AUDITORIA
              AT END
                 MOVE 'S' TO WS-FIN-BITACORA-SW
                 GO TO 1010-LEER-BITACORA-EXIT
           END-READ

           ADD 1 TO WS-CONTADOR-LEIDAS

           IF AUD-PERFIL-ID NOT = WS-FIL-PERFIL-ID
              GO TO 1010-LEER-BITACORA-EXIT
           END-IF

           IF AUD-ESTADO NOT = 'APROBADO' AND
                 AUD-ESTADO NOT = 'LISTA-ESPERA' AND
                 AUD-ESTADO NOT = 'REPROBADO'
              GO TO 1010-LEER-BITACORA-EXIT
           END-IF

           IF AUD-MARCA-CORRECCION = 'C' AND
                 AUD-FECHA-CORREGIDA IS NUMERIC AND
                 AUD-FECHA-CORREGIDA > ZERO
              MOVE AUD-FECHA-CORREGIDA TO WS-FECHA-DECISION
           ELSE
              MOVE AUD-FECHA-HORA(1:8) TO WS-FECHA-DECISION
           END-IF

           IF WS-FECHA-DECISION < WS-FIL-FECHA-DESDE OR
                 WS-FECHA-DECISION > WS-FIL-FECHA-HASTA
              GO TO 1010-LEER-BITACORA-EXIT
           END-IF

           MOVE 'N' TO WS-DEC-HALLADA-SW
           IF AUD-MARCA-CORRECCION = 'C'
              MOVE ZERO TO WS-DEC-BUSQ-IDX
              PERFORM 1020-BUSCAR-DECISION
                 THRU 1020-BUSCAR-DECISION-EXIT
                 UNTIL WS-DEC-BUSQ-IDX NOT LESS WS-DEC-CARGADAS
                    OR WS-DEC-HALLADA-SW = 'S'
           END-IF

           IF WS-DEC-HALLADA-SW = 'S'
              MOVE WS-DEC-BUSQ-IDX TO WS-DEC-IDX
           ELSE
              IF WS-DEC-CARGADAS NOT LESS WS-DEC-MAXIMO
                 DISPLAY "ERROR: el rango supera la tabla de "
                    "decisiones, acotar las fechas"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 1010-LEER-BITACORA-EXIT
              END-IF
              ADD 1 TO WS-DEC-CARGADAS
              MOVE WS-DEC-CARGADAS TO WS-DEC-IDX
           END-IF

           MOVE AUD-CANDIDATO-ID
              TO WS-DEC-CANDIDATO-ID (WS-DEC-IDX)
           MOVE AUD-NOM-CANDIDATO(1:30)
              TO WS-DEC-NOMBRE (WS-DEC-IDX)
           MOVE WS-FECHA-DECISION
              TO WS-DEC-FECHA (WS-DEC-IDX)
           MOVE AUD-ESTUDIANTE
              TO WS-DEC-ESTUDIANTE (WS-DEC-IDX)
           MOVE AUD-EXPERIENCIA
              TO WS-DEC-EXPERIENCIA (WS-DEC-IDX)
           MOVE AUD-ANIOS-EXPERIENCIA
              TO WS-DEC-ANIOS-EXP (WS-DEC-IDX)
           MOVE AUD-COBOL
              TO WS-DEC-COBOL (WS-DEC-IDX)
           MOVE AUD-CERTIFICACION
              TO WS-DEC-CERTIFICACION (WS-DEC-IDX)
           MOVE AUD-INGLES
              TO WS-DEC-INGLES (WS-DEC-IDX)
           MOVE AUD-PUNTOS
              TO WS-DEC-PUNTOS (WS-DEC-IDX)
           MOVE AUD-ESTADO
              TO WS-DEC-ESTADO (WS-DEC-IDX).

       1010-LEER-BITACORA-EXIT.
           EXIT.

       1020-BUSCAR-DECISION.

           ADD 1 TO WS-DEC-BUSQ-IDX
           IF WS-DEC-CANDIDATO-ID (WS-DEC-BUSQ-IDX) = AUD-CANDIDATO-ID
                 AND WS-DEC-FECHA (WS-DEC-BUSQ-IDX) =
                    WS-FECHA-DECISION
              MOVE 'S' TO WS-DEC-HALLADA-SW
           END-IF.

       1020-BUSCAR-DECISION-EXIT.
           EXIT.

      * Repuntua cada decision con la version propuesta, la cuenta
      * en la matriz y lista a los que cambian de banda
       2000-SIMULAR-DECISIONES.

           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Candidatos que cambian de banda:'
                     DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           PERFORM 2100-SIMULAR-UNA-DECISION
              THRU 2100-SIMULAR-UNA-DECISION-EXIT
              VARYING WS-DEC-IDX FROM 1 BY 1
              UNTIL WS-DEC-IDX > WS-DEC-CARGADAS.

       2000-SIMULAR-DECISIONES-EXIT.
           EXIT.

       2100-SIMULAR-UNA-DECISION.

           MOVE WS-DEC-ESTUDIANTE (WS-DEC-IDX)    TO WS-ESTUDIANTE
           MOVE WS-DEC-EXPERIENCIA (WS-DEC-IDX)   TO WS-EXPERIENCIA
           MOVE WS-DEC-ANIOS-EXP (WS-DEC-IDX)
              TO WS-ANIOS-EXPERIENCIA
           MOVE WS-DEC-COBOL (WS-DEC-IDX)         TO WS-COBOL
           MOVE WS-DEC-CERTIFICACION (WS-DEC-IDX) TO WS-CERTIFICACION
           MOVE WS-DEC-INGLES (WS-DEC-IDX)        TO WS-INGLES

           PERFORM 3400-REPUNTUAR
              THRU 3400-REPUNTUAR-EXIT

           ADD 1 TO WS-CONTADOR-SIMULADAS

           MOVE WS-DEC-ESTADO (WS-DEC-IDX) TO WS-BANDA-ESTADO
           PERFORM 2200-NUMERO-BANDA
              THRU 2200-NUMERO-BANDA-EXIT
           MOVE WS-BANDA-NUMERO TO WS-BANDA-ANTERIOR

           MOVE WS-ESTADO TO WS-BANDA-ESTADO
           PERFORM 2200-NUMERO-BANDA
              THRU 2200-NUMERO-BANDA-EXIT
           MOVE WS-BANDA-NUMERO TO WS-BANDA-SIMULADA

           ADD 1 TO WS-MAT-CELDA (WS-BANDA-ANTERIOR, WS-BANDA-SIMULADA)
           ADD 1 TO WS-MAT-TOTAL-FILA (WS-BANDA-ANTERIOR)
           ADD 1 TO WS-MAT-TOTAL-COLUMNA (WS-BANDA-SIMULADA)

           IF WS-BANDA-ANTERIOR = WS-BANDA-SIMULADA
              GO TO 2100-SIMULAR-UNA-DECISION-EXIT
           END-IF

           ADD 1 TO WS-CONTADOR-CAMBIAN
           IF WS-BANDA-SIMULADA < WS-BANDA-ANTERIOR
              ADD 1 TO WS-CONTADOR-SUBEN
           ELSE
              ADD 1 TO WS-CONTADOR-BAJAN
           END-IF

           MOVE WS-DEC-PUNTOS (WS-DEC-IDX) TO WS-PUNTOS-ED
           MOVE WS-PUNTOS                  TO WS-PUNTOS-NUEVOS-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING WS-DEC-CANDIDATO-ID (WS-DEC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DEC-NOMBRE (WS-DEC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DEC-FECHA (WS-DEC-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DEC-ESTADO (WS-DEC-IDX) DELIMITED BY SIZE
                  WS-PUNTOS-ED DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WS-ESTADO DELIMITED BY SIZE
                  WS-PUNTOS-NUEVOS-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       2100-SIMULAR-UNA-DECISION-EXIT.
           EXIT.

      * Fila/columna de la matriz para el estado WS-BANDA-ESTADO
       2200-NUMERO-BANDA.

           EVALUATE WS-BANDA-ESTADO
              WHEN 'APROBADO'
                 MOVE 1 TO WS-BANDA-NUMERO
              WHEN 'LISTA-ESPERA'
                 MOVE 2 TO WS-BANDA-NUMERO
              WHEN OTHER
                 MOVE 3 TO WS-BANDA-NUMERO
           END-EVALUATE.

       2200-NUMERO-BANDA-EXIT.
           EXIT.

      * Mismo calculo de puntos y decision que 2000/2100/3000 de
      * PRGCVEM2 (y 3400 de PRGCORR), con los pesos propuestos: una
      * respuesta invalida no suma, igual que en la corrida real.
       3400-REPUNTUAR.

           MOVE ZERO TO WS-PUNTOS

           IF WS-ESTUDIANTE-SI
              ADD WS-PESO-ESTUDIANTE-SI TO WS-PUNTOS
           END-IF
           IF WS-ESTUDIANTE-A
              ADD WS-PESO-ESTUDIANTE-A TO WS-PUNTOS
           END-IF

           IF WS-EXPERIENCIA-SI
              EVALUATE TRUE
                 WHEN WS-ANIOS-EXPERIENCIA NOT LESS 5
                    COMPUTE WS-PUNTOS-EXPERIENCIA-CALC =
                       WS-PESO-EXPERIENCIA-ANIO * 3
                 WHEN WS-ANIOS-EXPERIENCIA NOT LESS 2
                    COMPUTE WS-PUNTOS-EXPERIENCIA-CALC =
                       WS-PESO-EXPERIENCIA-ANIO * 2
                 WHEN WS-ANIOS-EXPERIENCIA NOT LESS 1
                    COMPUTE WS-PUNTOS-EXPERIENCIA-CALC =
                       WS-PESO-EXPERIENCIA-ANIO * 1
                 WHEN OTHER
                    MOVE ZERO TO WS-PUNTOS-EXPERIENCIA-CALC
              END-EVALUATE
              ADD WS-PUNTOS-EXPERIENCIA-CALC TO WS-PUNTOS
           END-IF

           IF WS-COBOL-SI
              ADD WS-PESO-COBOL-SI TO WS-PUNTOS
           END-IF

      *    La certificacion solo puntua cuando ademas sabe programar
      *    en COBOL, igual que en la corrida de puntaje.
           IF WS-CERTIFICACION-SI AND WS-COBOL-SI
              ADD WS-PESO-CERTIFICACION TO WS-PUNTOS
           END-IF

           IF WS-INGLES-SI
              ADD WS-PESO-INGLES-SI TO WS-PUNTOS
           END-IF

           IF WS-PUNTOS NOT LESS WS-PUNTOS-MINIMO-APROBAR
              MOVE 'APROBADO' TO WS-ESTADO
           ELSE
              IF WS-PUNTOS-MINIMO-ESPERA > ZERO AND
                    WS-PUNTOS NOT LESS WS-PUNTOS-MINIMO-ESPERA
                 MOVE 'LISTA-ESPERA' TO WS-ESTADO
              ELSE
                 MOVE 'REPROBADO' TO WS-ESTADO
              END-IF
           END-IF.

       3400-REPUNTUAR-EXIT.
           EXIT.

      * Matriz de cambios y totales de la simulacion
       4000-IMPRIMIR-MATRIZ.

           IF WS-CONTADOR-CAMBIAN = ZERO
              MOVE '  (ninguno)' TO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
           END-IF

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE SPACES TO WS-CONTROL-LINEA
           MOVE 'Actual/Simulada' TO WS-CONTROL-LINEA(1:15)
           MOVE 'APROBADO'        TO WS-CONTROL-LINEA(17:12)
           MOVE 'LISTA-ESPERA'    TO WS-CONTROL-LINEA(31:12)
           MOVE 'REPROBADO'       TO WS-CONTROL-LINEA(45:12)
           MOVE 'Total'           TO WS-CONTROL-LINEA(59:5)
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           PERFORM 4100-IMPRIMIR-FILA
              THRU 4100-IMPRIMIR-FILA-EXIT
              VARYING WS-MAT-FIL-IDX FROM 1 BY 1
              UNTIL WS-MAT-FIL-IDX > 3

           MOVE 'Total' TO WS-LMAT-ETIQUETA
           PERFORM 4120-MOVER-TOTAL-COLUMNA
              THRU 4120-MOVER-TOTAL-COLUMNA-EXIT
              VARYING WS-MAT-COL-IDX FROM 1 BY 1
              UNTIL WS-MAT-COL-IDX > 3
           MOVE WS-CONTADOR-SIMULADAS TO WS-LMAT-TOTAL-ED
           MOVE WS-LINEA-MATRIZ TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE WS-CONTADOR-LEIDAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Asientos leidos          : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SIMULADAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Decisiones simuladas     : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-CAMBIAN TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Cambian de banda         : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SUBEN TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING '  Suben de banda         : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-BAJAN TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING '  Bajan de banda         : ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT.

       4000-IMPRIMIR-MATRIZ-EXIT.
           EXIT.

      * Una fila de la matriz: banda asentada contra cada simulada
       4100-IMPRIMIR-FILA.

           EVALUATE WS-MAT-FIL-IDX
              WHEN 1
                 MOVE 'APROBADO'     TO WS-LMAT-ETIQUETA
              WHEN 2
                 MOVE 'LISTA-ESPERA' TO WS-LMAT-ETIQUETA
              WHEN OTHER
                 MOVE 'REPROBADO'    TO WS-LMAT-ETIQUETA
           END-EVALUATE

           PERFORM 4110-MOVER-CELDA
              THRU 4110-MOVER-CELDA-EXIT
              VARYING WS-MAT-COL-IDX FROM 1 BY 1
              UNTIL WS-MAT-COL-IDX > 3
           MOVE WS-MAT-TOTAL-FILA (WS-MAT-FIL-IDX) TO WS-LMAT-TOTAL-ED

           MOVE WS-LINEA-MATRIZ TO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       4100-IMPRIMIR-FILA-EXIT.
           EXIT.

       4110-MOVER-CELDA.

           MOVE WS-MAT-CELDA (WS-MAT-FIL-IDX, WS-MAT-COL-IDX)
              TO WS-LMAT-CELDA-ED (WS-MAT-COL-IDX).

       4110-MOVER-CELDA-EXIT.
           EXIT.

       4120-MOVER-TOTAL-COLUMNA.

           MOVE WS-MAT-TOTAL-COLUMNA (WS-MAT-COL-IDX)
              TO WS-LMAT-CELDA-ED (WS-MAT-COL-IDX).

       4120-MOVER-TOTAL-COLUMNA-EXIT.
           EXIT.

       4900-ESCRIBIR-SEPARADOR.

           DISPLAY WS-SEPARADOR-LINEA
           WRITE SIM-LINEA FROM WS-SEPARADOR-LINEA.

       4900-ESCRIBIR-SEPARADOR-EXIT.
           EXIT.

       4910-ESCRIBIR-LINEA.

           DISPLAY WS-CONTROL-LINEA
           WRITE SIM-LINEA FROM WS-CONTROL-LINEA.

       4910-ESCRIBIR-LINEA-EXIT.
           EXIT.

      * Cierre ordenado de los archivos
       0900-FINALIZAR.

           CLOSE AUDITORIA
           CLOSE SIMULACION
           IF WS-PARM-DISPONIBLE-SW = 'S'
              CLOSE PARAMETROS
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.

      * Codigo de retorno: 0 simulacion completa, 4 sin decisiones
      * del perfil en el rango pedido, 12 error fatal.
       0950-FIJAR-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN WS-ERROR-FATAL-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CONTADOR-SIMULADAS = ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.


       END PROGRAM PRGSIMUL.
