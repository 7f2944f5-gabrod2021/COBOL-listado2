      *                     correccion de mesa (PRGCORR) pisa al
      *                     registro original en vez de ocupar dos
      *                     cupos con el mismo candidato.
      *   2026-10-11  GCR  Corrida desatendida por tarjeta de control
      *                     TARJASIGN (fecha de la jornada y origen
      *                     del lote) para el ciclo diario PRGCICLO,
      *                     que recibe ademas los conteos de la
      *                     corrida en CONTEOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGASIGN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASIGNACION.

           SELECT TARJETAS ASSIGN TO "TARJASIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARJETAS.

           SELECT CONTEOS ASSIGN TO "CONTEOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTEOS.

       DATA DIVISION.
       FILE SECTION.
      * Extracto de interfaz del dia: primero se lee para levantar
       FD ASIGNACION.
       01 ASIG-LINEA                      PIC X(94).

      * Tarjeta de control para la corrida desatendida desde el
      * ciclo diario: si el archivo TARJASIGN existe, la jornada y el
      * origen salen de aqui en vez de la consola.
       FD TARJETAS.
       01 TARJ-REGISTRO.
          05 TARJ-FECHA-JORNADA        PIC X(08).
          05 TARJ-LOTE-ORIGEN          PIC X(20).

      * Conteos de la corrida por tarjeta para el ciclo diario
       FD CONTEOS.
       01 CONT-REGISTRO.
           COPY CONTREC.

       WORKING-STORAGE SECTION.
      * Tabla con los resultados de mejor ajuste del extracto del
      * dia (un registro por candidato + perfil, el ultimo leido:
          02 WS-RESULTADO-REPETIDO-SW     PIC X(01) VALUE 'N'.
          02 WS-CUPO-AGOTADO-SW           PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.
          02 WS-MODO-TARJETA-SW           PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-ASIGNADOS        PIC 9(06) VALUE ZERO.
          02 WS-PUNTOS-ED                 PIC ZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-TARJETAS               PIC X(02) VALUE '00'.
          02 WS-FS-CONTEOS                PIC X(02) VALUE '00'.
          02 WS-FS-EXTRACTO               PIC X(02) VALUE '00'.
          02 WS-FS-DECLINACIONES          PIC X(02) VALUE '00'.
          02 WS-FS-PARAMETROS             PIC X(02) VALUE '00'.
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT

           IF WS-MODO-TARJETA-SW = 'S'
              PERFORM 0960-GRABAR-CONTEOS
                 THRU 0960-GRABAR-CONTEOS-EXIT
           END-IF.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD

           PERFORM 0110-LEER-TARJETA-CONTROL
              THRU 0110-LEER-TARJETA-CONTROL-EXIT

           IF WS-ERROR-FATAL-SW = 'S'
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           IF WS-MODO-TARJETA-SW NOT = 'S'
              DISPLAY "Fecha de la jornada a asignar (AAAAMMDD, "
                 "vacio = hoy): "
              ACCEPT WS-FECHA-JORNADA
           END-IF

           IF WS-FECHA-JORNADA = SPACES OR WS-FECHA-JORNADA = ZEROS
              MOVE WS-FECHA-ACTUAL TO WS-FECHA-JORNADA
              GO TO 0100-INICIALIZAR-EXIT
           END-IF

           IF WS-MODO-TARJETA-SW NOT = 'S'
              DISPLAY "Origen del lote (vacio = sin origen): "
              ACCEPT WS-LOTE-ORIGEN
           END-IF

           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT
       0100-INICIALIZAR-EXIT.
           EXIT.

      * Si existe la tarjeta de control TARJASIGN (la graba el ciclo
      * diario PRGCICLO) la corrida es desatendida: la fecha de la
      * jornada y el origen del lote salen de la tarjeta, como
      * TARJETAS en PRGCVEM2, y no se hace ningun ACCEPT de consola.
      * La fecha en blanco vale hoy, igual que por consola.
      * Status 35 es "no hay tarjeta": se
      * pregunta por consola como siempre; cualquier otro status de
      * apertura corta la corrida.
       0110-LEER-TARJETA-CONTROL.

           OPEN INPUT TARJETAS
           IF WS-FS-TARJETAS = '35'
              GO TO 0110-LEER-TARJETA-CONTROL-EXIT
           END-IF

           IF WS-FS-TARJETAS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir TARJASIGN, status "
                 WS-FS-TARJETAS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0110-LEER-TARJETA-CONTROL-EXIT
           END-IF

           READ TARJETAS
              AT END
                 DISPLAY "ERROR: tarjeta de control TARJASIGN vacia"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
              NOT AT END
                 MOVE 'S' TO WS-MODO-TARJETA-SW
                 MOVE TARJ-FECHA-JORNADA TO WS-FECHA-JORNADA
                 MOVE TARJ-LOTE-ORIGEN   TO WS-LOTE-ORIGEN
           END-READ

           CLOSE TARJETAS.

       0110-LEER-TARJETA-CONTROL-EXIT.
           EXIT.

      * Version del origen apta para un nombre de archivo, igual
      * que en PRGCVEM2: mide el largo real y reemplaza los
      * espacios internos por guiones; en blanco queda vacia.
       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.

      * Conteos de la corrida para la bitacora del ciclo diario;
      * solo en la corrida por tarjeta, que es la que lanza PRGCICLO.
       0960-GRABAR-CONTEOS.

           OPEN OUTPUT CONTEOS
           IF WS-FS-CONTEOS NOT = '00'
              DISPLAY "ERROR: no se pudo grabar CONTEOS, status "
                 WS-FS-CONTEOS
              GO TO 0960-GRABAR-CONTEOS-EXIT
           END-IF

           INITIALIZE CONT-REGISTRO
           MOVE 'PRGASIGN' TO CONT-PROGRAMA
           MOVE 'ASIGNADOS'              TO CONT-ROTULO (1)
           MOVE WS-CONTADOR-ASIGNADOS    TO CONT-CANTIDAD (1)
           MOVE 'PROMOVIDOS'             TO CONT-ROTULO (2)
           MOVE WS-CONTADOR-PROMOVIDOS   TO CONT-CANTIDAD (2)
           MOVE 'DECLINADOS'             TO CONT-ROTULO (3)
           MOVE WS-CONTADOR-DECLINADOS   TO CONT-CANTIDAD (3)
           MOVE 'SIN-VACANTE'            TO CONT-ROTULO (4)
           MOVE WS-CONTADOR-SIN-VACANTE  TO CONT-CANTIDAD (4)
           WRITE CONT-REGISTRO
           CLOSE CONTEOS.

       0960-GRABAR-CONTEOS-EXIT.
           EXIT.


       END PROGRAM PRGASIGN.
