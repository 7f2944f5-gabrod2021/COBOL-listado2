      ******************************************************************
      * Author:Gabriela Cristina Rodriguez
      * Date:
      * Purpose: Emision de las cartas de notificacion a los
      *          candidatos de un lote: dada la jornada y el origen
      *          del lote, toma la decision de cada candidato de la
      *          bitacora AUDITORIA (con las correcciones de mesa de
      *          PRGCORR), el resultado de la asignacion de PRGASIGN
      *          de los registros delta del extracto ATS fechado y,
      *          para los apartados EN-CARENCIA, la ultima evaluacion
      *          del HISTORIAL y los dias de carencia del perfil, y
      *          arma una carta por candidato con el texto del
      *          archivo de modelos MODCARTAS segun el resultado. Las
      *          cartas emitidas quedan en CARTASLOG para que una
      *          nueva corrida solo notifique lo que cambio: un
      *          candidato corregido recibe una carta corregida y
      *          nunca una segunda carta que contradiga a la primera.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-06  GCR  Version inicial.
      *   2026-10-15  GCR  La carta de un candidato sin carta previa
      *                     nunca sale como corregida. La carencia de
      *                     un apartado de una corrida 'TODOS' se toma
      *                     del perfil que la aplico (el primero en
      *                     vigor, como PRGCVEM2); sin carencia
      *                     resuelta la carta no se emite ni se asienta.
      *   2026-10-15  GCR  La carta de asignacion de un candidato
      *                     corregido que ya tenia carta tambien sale
      *                     como corregida. Se cierra solo lo que
      *                     quedo abierto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCARTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELOS-CARTA ASSIGN TO "MODCARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MODELOS.

           SELECT AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT EXTRACTO-ATS ASSIGN TO "EXTRACTOATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATS.

           SELECT HISTORIAL ASSIGN TO "HISTORIAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CLAVE
               FILE STATUS IS WS-FS-HISTORIAL.

           SELECT PARAMETROS ASSIGN TO "PARAMETROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CLAVE
               FILE STATUS IS WS-FS-PARAMETROS.

           SELECT ALIAS-IDENTIDAD ASSIGN TO "ALIASID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALI-CLAVE
               FILE STATUS IS WS-FS-ALIAS.

           SELECT CARTAS-ENVIADAS ASSIGN TO "CARTASLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENVIADAS.

           SELECT CARTAS ASSIGN TO "CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTAS.

           SELECT CONTROL-CARTAS ASSIGN TO "CARTACTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      * Modelos de carta por resultado, mantenidos por RRHH
       FD MODELOS-CARTA.
       01 MOD-REGISTRO.
           COPY MODEREC.

      * Bitacora de auditoria: decisiones del lote y correcciones
      * de mesa posteriores
       FD AUDITORIA.
       01 AUD-REGISTRO.
           COPY AUDTREC.

      * Extracto ATS fechado del lote, con los registros delta de
      * la asignacion (ASIGNADO / PROMOVIDO / DECLINADO)
       FD EXTRACTO-ATS.
       01 ATS-REGISTRO.
           COPY ATSREC.

      * Historial de postulantes, un registro por evaluacion, para
      * la fecha desde la que corre la carencia
       FD HISTORIAL.
       01 HIST-REGISTRO.
           COPY HISTREC.

      * Versiones de perfil, para los dias de carencia vigentes
       FD PARAMETROS.
       01 PARM-REGISTRO.
           COPY PARMREC.

      * Referencia cruzada de identidades resueltas por la mesa
       FD ALIAS-IDENTIDAD.
       01 ALI-REGISTRO.
           COPY ALIASREC.

      * Registro permanente de las cartas emitidas
       FD CARTAS-ENVIADAS.
       01 CARL-REGISTRO.
           COPY CARLREC.

      * Cartas del lote, listas para imprimir y ensobrar
       FD CARTAS.
       01 CART-LINEA                      PIC X(80).

      * Reporte de control de la emision, acumulativo entre corridas
       FD CONTROL-CARTAS.
       01 CTRL-LINEA                      PIC X(94).

       WORKING-STORAGE SECTION.
      * Renglones de MODCARTAS en el orden del archivo; cada carta
      * imprime los de su tipo.
       01 WS-TABLA-MODELOS.
          02 WS-MOD-MAXIMO                PIC 9(04) COMP VALUE 300.
          02 WS-MOD-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-MOD-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-MOD-ENTRADA OCCURS 300.
             03 WS-MOD-TIPO               PIC X(12).
             03 WS-MOD-TEXTO              PIC X(80).

      * Candidatos del lote: la decision asentada (o la corregida
      * por la mesa), el resultado de la asignacion y el ultimo
      * resultado ya notificado en una corrida anterior.
       01 WS-TABLA-CANDIDATOS.
          02 WS-CAN-MAXIMO                PIC 9(04) COMP VALUE 5000.
          02 WS-CAN-CARGADOS              PIC 9(04) COMP VALUE ZERO.
          02 WS-CAN-IDX                   PIC 9(04) COMP VALUE ZERO.
          02 WS-CAN-BUSQ-IDX              PIC 9(04) COMP VALUE ZERO.
          02 WS-CAN-ENTRADA OCCURS 5000.
             03 WS-CAN-CANDIDATO-ID       PIC X(10).
             03 WS-CAN-NOMBRE             PIC X(60).
             03 WS-CAN-PUNTOS             PIC 9(03).
             03 WS-CAN-ESTADO             PIC X(12).
             03 WS-CAN-PERFIL-ID          PIC X(10).
             03 WS-CAN-CORREGIDA-SW       PIC X(01).
             03 WS-CAN-ASIGNACION         PIC X(12).
             03 WS-CAN-ESTADO-ENVIADO     PIC X(12).

       01 WS-SWITCHES.
          02 WS-FIN-MODELOS-SW            PIC X(01) VALUE 'N'.
          02 WS-FIN-BITACORA-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-EXTRACTO-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-ENVIADAS-SW           PIC X(01) VALUE 'N'.
          02 WS-FIN-HISTORIAL-SW          PIC X(01) VALUE 'N'.
          02 WS-FIN-ALIAS-SW              PIC X(01) VALUE 'N'.
          02 WS-FIN-VERSIONES-SW          PIC X(01) VALUE 'N'.
          02 WS-SIN-EXTRACTO-SW           PIC X(01) VALUE 'N'.
          02 WS-ALIAS-DISPONIBLE-SW       PIC X(01) VALUE 'N'.
          02 WS-MODELOS-ABIERTO-SW        PIC X(01) VALUE 'N'.
          02 WS-AUDITORIA-ABIERTO-SW      PIC X(01) VALUE 'N'.
          02 WS-HISTORIAL-ABIERTO-SW      PIC X(01) VALUE 'N'.
          02 WS-PARAMETROS-ABIERTO-SW     PIC X(01) VALUE 'N'.
          02 WS-EXTRACTO-ABIERTO-SW       PIC X(01) VALUE 'N'.
          02 WS-CARTAS-ABIERTO-SW         PIC X(01) VALUE 'N'.
          02 WS-ENVIADAS-ABIERTO-SW       PIC X(01) VALUE 'N'.
          02 WS-CONTROL-ABIERTO-SW        PIC X(01) VALUE 'N'.
          02 WS-CAN-HALLADO-SW            PIC X(01) VALUE 'N'.
          02 WS-VIG-HALLADA-SW            PIC X(01) VALUE 'N'.
          02 WS-CON-CORRECCION-SW         PIC X(01) VALUE 'N'.
          02 WS-ERROR-FATAL-SW            PIC X(01) VALUE 'N'.

       01 WS-CONTADORES.
          02 WS-CONTADOR-CANDIDATOS       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-EMITIDAS         PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-CORREGIDAS       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-YA-NOTIFICADAS   PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-DECLINADOS       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SIN-MODELO       PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-SIN-CARENCIA     PIC 9(06) VALUE ZERO.
          02 WS-CONTADOR-RENGLONES        PIC 9(04) VALUE ZERO.
          02 WS-NUM-ED                    PIC ZZZZZ9.

       01 WS-FILE-STATUS.
          02 WS-FS-MODELOS                PIC X(02) VALUE '00'.
          02 WS-FS-AUDITORIA              PIC X(02) VALUE '00'.
          02 WS-FS-ATS                    PIC X(02) VALUE '00'.
          02 WS-FS-HISTORIAL              PIC X(02) VALUE '00'.
          02 WS-FS-PARAMETROS             PIC X(02) VALUE '00'.
          02 WS-FS-ALIAS                  PIC X(02) VALUE '00'.
          02 WS-FS-ENVIADAS               PIC X(02) VALUE '00'.
          02 WS-FS-CARTAS                 PIC X(02) VALUE '00'.
          02 WS-FS-CONTROL                PIC X(02) VALUE '00'.

      * Jornada del lote a notificar y nombres fechados de los
      * archivos del lote, con la convencion DD_* de PRGCVEM2. En
      * blanco o cero se toma la fecha del dia.
       01 WS-FECHA-JORNADA                PIC X(08) VALUE SPACE.
       01 WS-FECHA-JORNADA-NUM            PIC 9(08) VALUE ZERO.
       01 WS-FECHA-ACTUAL                 PIC 9(08) VALUE ZERO.
       01 WS-NOMBRES-ARCHIVO.
          02 WS-EXTRACTO-ARCHIVO          PIC X(44) VALUE SPACE.
          02 WS-CARTAS-ARCHIVO            PIC X(44) VALUE SPACE.

      * Origen del lote (mismo criterio que PRGCVEM2 al armar los
      * nombres del lote): saneado, con los espacios internos como
      * guiones; en blanco se notifica el lote sin origen (las
      * evaluaciones interactivas del dia).
       01 WS-ORIGEN-LOTE.
          02 WS-LOTE-ORIGEN               PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-ARCHIVO            PIC X(20) VALUE SPACE.
          02 WS-ORIGEN-LARGO              PIC 9(02) COMP VALUE ZERO.
          02 WS-ORIGEN-MEDIDO-SW          PIC X(01) VALUE 'N'.

      * Carta en curso: resultado a notificar, tipo de modelo a
      * imprimir y fecha desde la que puede volver a postularse un
      * apartado EN-CARENCIA.
       01 WS-CARTA-ACTUAL.
          02 WS-RESULTADO-CARTA           PIC X(12) VALUE SPACE.
          02 WS-TIPO-MODELO               PIC X(12) VALUE SPACE.
          02 WS-TIPO-BUSCADO              PIC X(12) VALUE SPACE.
          02 WS-FECHA-REINTENTO           PIC 9(08) VALUE ZERO.
          02 WS-DIAS-CARENCIA             PIC 9(03) VALUE ZERO.
          02 WS-ULTIMA-EVALUACION         PIC 9(08) VALUE ZERO.
          02 WS-ID-TRAYECTORIA            PIC X(10) VALUE SPACE.
          02 WS-VIG-FECHA-HALLADA         PIC 9(08) VALUE ZERO.
          02 WS-PERFIL-CARENCIA           PIC X(10) VALUE SPACE.

      * Suma de dias a una fecha AAAAMMDD de a un dia por vez, con
      * el largo de cada mes y febrero de 29 en los bisiestos.
       01 WS-CALCULO-FECHA.
          02 WS-CAL-FECHA                 PIC 9(08) VALUE ZERO.
          02 WS-CAL-FECHA-DESGLOCE REDEFINES WS-CAL-FECHA.
             03 WS-CAL-ANIO               PIC 9(04).
             03 WS-CAL-MES                PIC 9(02).
             03 WS-CAL-DIA                PIC 9(02).
          02 WS-CAL-DIAS-RESTANTES        PIC 9(03) VALUE ZERO.
          02 WS-CAL-DIAS-DEL-MES          PIC 9(02) VALUE ZERO.
          02 WS-CAL-COCIENTE              PIC 9(04) VALUE ZERO.
          02 WS-CAL-RESTO-4               PIC 9(04) VALUE ZERO.
          02 WS-CAL-RESTO-100             PIC 9(04) VALUE ZERO.
          02 WS-CAL-RESTO-400             PIC 9(04) VALUE ZERO.
       01 WS-TABLA-MESES.
          02 WS-MESES-VALORES             PIC X(24)
                VALUE '312831303130313130313031'.
          02 WS-MESES-DIAS REDEFINES WS-MESES-VALORES
                                          PIC 9(02) OCCURS 12.

      * Armado de un renglon de carta: el texto del modelo se corta
      * en tramos en cada marca <...> y la marca se reemplaza por el
      * dato del candidato.
       01 WS-ARMADO-RENGLON.
          02 WS-RENGLON-MODELO            PIC X(80) VALUE SPACE.
          02 WS-RENGLON-CARTA             PIC X(80) VALUE SPACE.
          02 WS-PUNTERO-MODELO            PIC 9(03) COMP VALUE ZERO.
          02 WS-PUNTERO-CARTA             PIC 9(03) COMP VALUE ZERO.
          02 WS-TRAMO                     PIC X(80) VALUE SPACE.
          02 WS-TRAMO-LARGO               PIC 9(03) COMP VALUE ZERO.
          02 WS-TRAMO-DELIMITADOR         PIC X(01) VALUE SPACE.
          02 WS-MARCA                     PIC X(20) VALUE SPACE.
          02 WS-BLANCOS                   PIC 9(03) COMP VALUE ZERO.
          02 WS-PUNTOS-ED                 PIC ZZ9.
          02 WS-FECHA-ED                  PIC X(10) VALUE SPACE.
          02 WS-FECHA-A-EDITAR            PIC 9(08) VALUE ZERO.

       01 WS-CONTROL-LINEA                PIC X(94) VALUE SPACE.
       01 WS-PUNTERO-CONTROL              PIC 9(03) COMP VALUE ZERO.
       01 WS-SEPARADOR-LINEA              PIC X(94) VALUE ALL '-'.
       01 WS-SEPARADOR-CARTA              PIC X(80) VALUE ALL '='.

       PROCEDURE DIVISION.
       0000-PROCESO-PRINCIPAL.

           PERFORM 0100-INICIALIZAR
              THRU 0100-INICIALIZAR-EXIT

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1000-CARGAR-MODELOS
                 THRU 1000-CARGAR-MODELOS-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1400-CARGAR-DECISIONES
                 THRU 1400-CARGAR-DECISIONES-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 1600-CARGAR-ASIGNACION
                 THRU 1600-CARGAR-ASIGNACION-EXIT

              PERFORM 1800-CARGAR-ENVIADAS
                 THRU 1800-CARGAR-ENVIADAS-EXIT
           END-IF

           IF WS-ERROR-FATAL-SW NOT = 'S'
              PERFORM 2000-EMITIR-CARTAS
                 THRU 2000-EMITIR-CARTAS-EXIT

              PERFORM 4000-IMPRIMIR-CONTROL
                 THRU 4000-IMPRIMIR-CONTROL-EXIT
           END-IF

           PERFORM 0900-FINALIZAR
              THRU 0900-FINALIZAR-EXIT

           PERFORM 0950-FIJAR-CODIGO-RETORNO
              THRU 0950-FIJAR-CODIGO-RETORNO-EXIT.

           STOP RUN.
       0000-PROCESO-PRINCIPAL-FIN.
           EXIT.

      * Jornada y origen del lote, nombres fechados y apertura de
      * archivos
       0100-INICIALIZAR.

           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD

           DISPLAY "Fecha de la jornada a notificar (AAAAMMDD, "
              "vacio = hoy): "
           ACCEPT WS-FECHA-JORNADA

           IF WS-FECHA-JORNADA = SPACES OR WS-FECHA-JORNADA = ZEROS
              MOVE WS-FECHA-ACTUAL TO WS-FECHA-JORNADA
           END-IF

           IF WS-FECHA-JORNADA IS NOT NUMERIC
              DISPLAY "ERROR: la fecha debe ser AAAAMMDD numerica"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0100-INICIALIZAR-EXIT
           END-IF
           MOVE WS-FECHA-JORNADA TO WS-FECHA-JORNADA-NUM

           DISPLAY "Origen del lote (vacio = sin origen): "
           ACCEPT WS-LOTE-ORIGEN

           PERFORM 0160-SANEAR-ORIGEN
              THRU 0160-SANEAR-ORIGEN-EXIT

           MOVE SPACES TO WS-EXTRACTO-ARCHIVO
           STRING 'EXTRACTOATS'      DELIMITED BY SIZE
                  WS-FECHA-JORNADA   DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-EXTRACTO-ARCHIVO
           SET ENVIRONMENT "DD_EXTRACTOATS" TO WS-EXTRACTO-ARCHIVO

           MOVE SPACES TO WS-CARTAS-ARCHIVO
           STRING 'CARTAS'           DELIMITED BY SIZE
                  WS-FECHA-JORNADA   DELIMITED BY SIZE
                  WS-ORIGEN-ARCHIVO  DELIMITED BY SPACE
                  INTO WS-CARTAS-ARCHIVO
           SET ENVIRONMENT "DD_CARTAS" TO WS-CARTAS-ARCHIVO

           PERFORM 0200-ABRIR-ARCHIVOS
              THRU 0200-ABRIR-ARCHIVOS-EXIT.

       0100-INICIALIZAR-EXIT.
           EXIT.

      * Version del origen apta para un nombre de archivo, igual
      * que en PRGCVEM2: mide el largo real y reemplaza los
      * espacios internos por guiones; en blanco queda vacia.
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

      * MODCARTAS, AUDITORIA, HISTORIAL y PARAMETROS son
      * obligatorios; el extracto ATS del lote puede no existir
      * todavia (el lote sin asignar se notifica con la decision) y
      * sin ALIASID cada ID es una persona. La bitacora de cartas
      * enviadas se lee en 1800 y se reabre ahi para agregar.
       0200-ABRIR-ARCHIVOS.

           OPEN INPUT MODELOS-CARTA
           IF WS-FS-MODELOS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir MODCARTAS, status "
                 WS-FS-MODELOS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0200-ABRIR-ARCHIVOS-EXIT
           END-IF
           MOVE 'S' TO WS-MODELOS-ABIERTO-SW

           OPEN INPUT AUDITORIA
           IF WS-FS-AUDITORIA NOT = '00'
              DISPLAY "ERROR: no se pudo abrir AUDITORIA, status "
                 WS-FS-AUDITORIA
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0200-ABRIR-ARCHIVOS-EXIT
           END-IF
           MOVE 'S' TO WS-AUDITORIA-ABIERTO-SW

           OPEN INPUT HISTORIAL
           IF WS-FS-HISTORIAL NOT = '00'
              DISPLAY "ERROR: no se pudo abrir HISTORIAL, status "
                 WS-FS-HISTORIAL
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0200-ABRIR-ARCHIVOS-EXIT
           END-IF
           MOVE 'S' TO WS-HISTORIAL-ABIERTO-SW

           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir PARAMETROS, status "
                 WS-FS-PARAMETROS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0200-ABRIR-ARCHIVOS-EXIT
           END-IF
           MOVE 'S' TO WS-PARAMETROS-ABIERTO-SW

      *    Status 35 es "el lote todavia no paso por la
      *    asignacion": las cartas salen con la decision del lote.
           OPEN INPUT EXTRACTO-ATS
           IF WS-FS-ATS = '35'
              MOVE 'S' TO WS-SIN-EXTRACTO-SW
              DISPLAY "Extracto " WS-EXTRACTO-ARCHIVO
                 " no disponible, se notifica sin asignacion"
           ELSE
              IF WS-FS-ATS NOT = '00'
                 DISPLAY "ERROR: no se pudo abrir el extracto "
                    WS-EXTRACTO-ARCHIVO ", status " WS-FS-ATS
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 0200-ABRIR-ARCHIVOS-EXIT
              END-IF
              MOVE 'S' TO WS-EXTRACTO-ABIERTO-SW
           END-IF

           OPEN INPUT ALIAS-IDENTIDAD
           IF WS-FS-ALIAS = '00'
              MOVE 'S' TO WS-ALIAS-DISPONIBLE-SW
           END-IF

      *    Las cartas de una nueva corrida sobre el mismo lote se
      *    agregan al archivo del lote en vez de pisar las ya
      *    emitidas.
           OPEN EXTEND CARTAS
           IF WS-FS-CARTAS NOT = '00'
              OPEN OUTPUT CARTAS
           END-IF
           IF WS-FS-CARTAS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir " WS-CARTAS-ARCHIVO
                 ", status " WS-FS-CARTAS
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 0200-ABRIR-ARCHIVOS-EXIT
           END-IF
           MOVE 'S' TO WS-CARTAS-ABIERTO-SW

           OPEN EXTEND CONTROL-CARTAS
           IF WS-FS-CONTROL NOT = '00'
              OPEN OUTPUT CONTROL-CARTAS
           END-IF
           IF WS-FS-CONTROL NOT = '00'
              DISPLAY "ERROR: no se pudo abrir CARTACTRL, status "
                 WS-FS-CONTROL
              MOVE 'S' TO WS-ERROR-FATAL-SW
           ELSE
              MOVE 'S' TO WS-CONTROL-ABIERTO-SW
           END-IF.

       0200-ABRIR-ARCHIVOS-EXIT.
           EXIT.

      * Levanta los renglones de MODCARTAS, salteando comentarios
       1000-CARGAR-MODELOS.

           PERFORM 1010-LEER-MODELO
              THRU 1010-LEER-MODELO-EXIT
              UNTIL WS-FIN-MODELOS-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'

           CLOSE MODELOS-CARTA
           MOVE 'N' TO WS-MODELOS-ABIERTO-SW

           IF WS-MOD-CARGADOS = ZERO
              DISPLAY "ERROR: MODCARTAS no tiene modelos de carta"
              MOVE 'S' TO WS-ERROR-FATAL-SW
           END-IF.

       1000-CARGAR-MODELOS-EXIT.
           EXIT.

       1010-LEER-MODELO.

           READ MODELOS-CARTA
              AT END
                 MOVE 'S' TO WS-FIN-MODELOS-SW
                 GO TO 1010-LEER-MODELO-EXIT
           END-READ

           IF MOD-TIPO-CARTA(1:1) = '*' OR MOD-TIPO-CARTA = SPACES
              GO TO 1010-LEER-MODELO-EXIT
           END-IF

           IF WS-MOD-CARGADOS NOT LESS WS-MOD-MAXIMO
              DISPLAY "ERROR: MODCARTAS supera la tabla de modelos"
              MOVE 'S' TO WS-ERROR-FATAL-SW
              GO TO 1010-LEER-MODELO-EXIT
           END-IF

           ADD 1 TO WS-MOD-CARGADOS
           MOVE MOD-TIPO-CARTA TO WS-MOD-TIPO (WS-MOD-CARGADOS)
           MOVE MOD-TEXTO      TO WS-MOD-TEXTO (WS-MOD-CARGADOS).

       1010-LEER-MODELO-EXIT.
           EXIT.

      * Recorre la bitacora completa: las evaluaciones de la
      * jornada con el origen del lote cargan al candidato (la
      * ultima gana si se evaluo dos veces en el lote) y las
      * correcciones de mesa ('C') sobre una evaluacion de esa
      * jornada, grabadas despues en la bitacora, le pisan la
      * decision y lo marcan como corregido.
       1400-CARGAR-DECISIONES.

           PERFORM 1410-LEER-BITACORA
              THRU 1410-LEER-BITACORA-EXIT
              UNTIL WS-FIN-BITACORA-SW = 'S'
                 OR WS-ERROR-FATAL-SW = 'S'

           CLOSE AUDITORIA
           MOVE 'N' TO WS-AUDITORIA-ABIERTO-SW.

       1400-CARGAR-DECISIONES-EXIT.
           EXIT.

       1410-LEER-BITACORA.

           READ AUDITORIA
              AT END
                 MOVE 'S' TO WS-FIN-BITACORA-SW
                 GO TO 1410-LEER-BITACORA-EXIT
           END-READ

           IF AUD-LOTE-ORIGEN NOT = WS-LOTE-ORIGEN
              GO TO 1410-LEER-BITACORA-EXIT
           END-IF

           IF AUD-MARCA-CORRECCION = 'C'
              IF AUD-FECHA-CORREGIDA IS NUMERIC AND
                    AUD-FECHA-CORREGIDA = WS-FECHA-JORNADA-NUM
                 PERFORM 1420-APLICAR-CORRECCION
                    THRU 1420-APLICAR-CORRECCION-EXIT
              END-IF
              GO TO 1410-LEER-BITACORA-EXIT
           END-IF

           IF AUD-FECHA-HORA(1:8) NOT = WS-FECHA-JORNADA
              GO TO 1410-LEER-BITACORA-EXIT
           END-IF

           MOVE AUD-CANDIDATO-ID TO WS-ID-TRAYECTORIA
           PERFORM 1900-BUSCAR-CANDIDATO
              THRU 1900-BUSCAR-CANDIDATO-EXIT

           IF WS-CAN-HALLADO-SW NOT = 'S'
              IF WS-CAN-CARGADOS NOT LESS WS-CAN-MAXIMO
                 DISPLAY "ERROR: el lote supera la tabla de "
                    "candidatos, no se puede notificar"
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 1410-LEER-BITACORA-EXIT
              END-IF
              ADD 1 TO WS-CAN-CARGADOS
              MOVE WS-CAN-CARGADOS TO WS-CAN-IDX
              MOVE AUD-CANDIDATO-ID
                 TO WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
              MOVE SPACES TO WS-CAN-ASIGNACION (WS-CAN-IDX)
              MOVE SPACES TO WS-CAN-ESTADO-ENVIADO (WS-CAN-IDX)
           END-IF

           MOVE AUD-NOM-CANDIDATO  TO WS-CAN-NOMBRE (WS-CAN-IDX)
           MOVE AUD-PUNTOS         TO WS-CAN-PUNTOS (WS-CAN-IDX)
           MOVE AUD-ESTADO         TO WS-CAN-ESTADO (WS-CAN-IDX)
           MOVE AUD-PERFIL-ID      TO WS-CAN-PERFIL-ID (WS-CAN-IDX)
           MOVE 'N'                TO WS-CAN-CORREGIDA-SW (WS-CAN-IDX).

       1410-LEER-BITACORA-EXIT.
           EXIT.

       1420-APLICAR-CORRECCION.

           MOVE AUD-CANDIDATO-ID TO WS-ID-TRAYECTORIA
           PERFORM 1900-BUSCAR-CANDIDATO
              THRU 1900-BUSCAR-CANDIDATO-EXIT

           IF WS-CAN-HALLADO-SW NOT = 'S'
              GO TO 1420-APLICAR-CORRECCION-EXIT
           END-IF

           MOVE AUD-PUNTOS         TO WS-CAN-PUNTOS (WS-CAN-IDX)
           MOVE AUD-ESTADO         TO WS-CAN-ESTADO (WS-CAN-IDX)
           MOVE AUD-PERFIL-ID      TO WS-CAN-PERFIL-ID (WS-CAN-IDX)
           MOVE 'S'                TO WS-CAN-CORREGIDA-SW (WS-CAN-IDX).

       1420-APLICAR-CORRECCION-EXIT.
           EXIT.

      * Recorre el extracto del lote en el orden en que se grabo:
      * un delta de asignacion deja al candidato ASIGNADO,
      * PROMOVIDO o DECLINADO; un registro posterior de mejor
      * ajuste que no sea de asignacion (una correccion de mesa
      * grabada despues) vuelve a dejar valida la decision.
       1600-CARGAR-ASIGNACION.

           IF WS-SIN-EXTRACTO-SW = 'S'
              GO TO 1600-CARGAR-ASIGNACION-EXIT
           END-IF

           PERFORM 1610-LEER-EXTRACTO
              THRU 1610-LEER-EXTRACTO-EXIT
              UNTIL WS-FIN-EXTRACTO-SW = 'S'

           CLOSE EXTRACTO-ATS
           MOVE 'N' TO WS-EXTRACTO-ABIERTO-SW.

       1600-CARGAR-ASIGNACION-EXIT.
           EXIT.

       1610-LEER-EXTRACTO.

           READ EXTRACTO-ATS
              AT END
                 MOVE 'S' TO WS-FIN-EXTRACTO-SW
                 GO TO 1610-LEER-EXTRACTO-EXIT
           END-READ

           IF ATS-MEJOR-AJUSTE NOT = 'S'
              GO TO 1610-LEER-EXTRACTO-EXIT
           END-IF

           MOVE ATS-CANDIDATO-ID TO WS-ID-TRAYECTORIA
           PERFORM 1900-BUSCAR-CANDIDATO
              THRU 1900-BUSCAR-CANDIDATO-EXIT

           IF WS-CAN-HALLADO-SW NOT = 'S'
              GO TO 1610-LEER-EXTRACTO-EXIT
           END-IF

           IF ATS-ESTADO = 'ASIGNADO' OR ATS-ESTADO = 'PROMOVIDO'
                 OR ATS-ESTADO = 'DECLINADO'
              MOVE ATS-ESTADO TO WS-CAN-ASIGNACION (WS-CAN-IDX)
           ELSE
              MOVE SPACES     TO WS-CAN-ASIGNACION (WS-CAN-IDX)
           END-IF.

       1610-LEER-EXTRACTO-EXIT.
           EXIT.

      * Levanta de CARTASLOG el ultimo resultado notificado a cada
      * candidato del lote y reabre la bitacora para agregar las
      * cartas de esta corrida. Status 35 es "todavia no se emitio
      * ninguna carta".
       1800-CARGAR-ENVIADAS.

           OPEN INPUT CARTAS-ENVIADAS
           IF WS-FS-ENVIADAS = '00'
              PERFORM 1810-LEER-ENVIADA
                 THRU 1810-LEER-ENVIADA-EXIT
                 UNTIL WS-FIN-ENVIADAS-SW = 'S'
              CLOSE CARTAS-ENVIADAS
           ELSE
              IF WS-FS-ENVIADAS NOT = '35'
                 DISPLAY "ERROR: no se pudo abrir CARTASLOG, status "
                    WS-FS-ENVIADAS
                 MOVE 'S' TO WS-ERROR-FATAL-SW
                 GO TO 1800-CARGAR-ENVIADAS-EXIT
              END-IF
           END-IF

           OPEN EXTEND CARTAS-ENVIADAS
           IF WS-FS-ENVIADAS NOT = '00'
              OPEN OUTPUT CARTAS-ENVIADAS
           END-IF
           IF WS-FS-ENVIADAS NOT = '00'
              DISPLAY "ERROR: no se pudo abrir CARTASLOG, status "
                 WS-FS-ENVIADAS
              MOVE 'S' TO WS-ERROR-FATAL-SW
           ELSE
              MOVE 'S' TO WS-ENVIADAS-ABIERTO-SW
           END-IF.

       1800-CARGAR-ENVIADAS-EXIT.
           EXIT.

       1810-LEER-ENVIADA.

           READ CARTAS-ENVIADAS
              AT END
                 MOVE 'S' TO WS-FIN-ENVIADAS-SW
                 GO TO 1810-LEER-ENVIADA-EXIT
           END-READ

           IF CARL-FECHA-JORNADA NOT = WS-FECHA-JORNADA-NUM OR
                 CARL-LOTE-ORIGEN NOT = WS-LOTE-ORIGEN
              GO TO 1810-LEER-ENVIADA-EXIT
           END-IF

           MOVE CARL-CANDIDATO-ID TO WS-ID-TRAYECTORIA
           PERFORM 1900-BUSCAR-CANDIDATO
              THRU 1900-BUSCAR-CANDIDATO-EXIT

           IF WS-CAN-HALLADO-SW = 'S'
              MOVE CARL-ESTADO TO WS-CAN-ESTADO-ENVIADO (WS-CAN-IDX)
           END-IF.

       1810-LEER-ENVIADA-EXIT.
           EXIT.

      * Busca WS-ID-TRAYECTORIA en la tabla de candidatos del lote;
      * hallado, deja la entrada en WS-CAN-IDX.
       1900-BUSCAR-CANDIDATO.

           MOVE 'N'  TO WS-CAN-HALLADO-SW
           MOVE ZERO TO WS-CAN-BUSQ-IDX
           PERFORM 1910-COMPARAR-CANDIDATO
              THRU 1910-COMPARAR-CANDIDATO-EXIT
              UNTIL WS-CAN-BUSQ-IDX NOT LESS WS-CAN-CARGADOS
                 OR WS-CAN-HALLADO-SW = 'S'

           IF WS-CAN-HALLADO-SW = 'S'
              MOVE WS-CAN-BUSQ-IDX TO WS-CAN-IDX
           END-IF.

       1900-BUSCAR-CANDIDATO-EXIT.
           EXIT.

       1910-COMPARAR-CANDIDATO.

           ADD 1 TO WS-CAN-BUSQ-IDX
           IF WS-CAN-CANDIDATO-ID (WS-CAN-BUSQ-IDX) =
                 WS-ID-TRAYECTORIA
              MOVE 'S' TO WS-CAN-HALLADO-SW
           END-IF.

       1910-COMPARAR-CANDIDATO-EXIT.
           EXIT.

      * Una carta por candidato del lote
       2000-EMITIR-CARTAS.

           MOVE WS-CAN-CARGADOS TO WS-CONTADOR-CANDIDATOS

           PERFORM 2100-EMITIR-UNA-CARTA
              THRU 2100-EMITIR-UNA-CARTA-EXIT
              VARYING WS-CAN-IDX FROM 1 BY 1
              UNTIL WS-CAN-IDX > WS-CAN-CARGADOS.

       2000-EMITIR-CARTAS-EXIT.
           EXIT.

      * El resultado a notificar es el de la asignacion si la hubo
      * y si no la decision (corregida, si la mesa la corrigio). Si
      * ese mismo resultado ya se notifico no sale carta; si se
      * notifico otro y el candidato fue corregido, la carta nueva
      * sale como carta corregida, encabezada por el parrafo
      * CORRECCION, y reemplaza a la anterior. Si no se le habia
      * notificado nada, la primera carta sale como carta comun.
       2100-EMITIR-UNA-CARTA.

           IF WS-CAN-ASIGNACION (WS-CAN-IDX) = 'DECLINADO'
              ADD 1 TO WS-CONTADOR-DECLINADOS
              GO TO 2100-EMITIR-UNA-CARTA-EXIT
           END-IF

           MOVE 'N' TO WS-CON-CORRECCION-SW
           IF WS-CAN-ASIGNACION (WS-CAN-IDX) NOT = SPACES
              MOVE WS-CAN-ASIGNACION (WS-CAN-IDX)
                 TO WS-RESULTADO-CARTA
           ELSE
              MOVE WS-CAN-ESTADO (WS-CAN-IDX) TO WS-RESULTADO-CARTA
           END-IF

           IF WS-CAN-CORREGIDA-SW (WS-CAN-IDX) = 'S' AND
                 WS-CAN-ESTADO-ENVIADO (WS-CAN-IDX) NOT = SPACES
              MOVE 'S' TO WS-CON-CORRECCION-SW
           END-IF

           IF WS-RESULTADO-CARTA =
                 WS-CAN-ESTADO-ENVIADO (WS-CAN-IDX)
              ADD 1 TO WS-CONTADOR-YA-NOTIFICADAS
              GO TO 2100-EMITIR-UNA-CARTA-EXIT
           END-IF

      *    El PROMOVIDO desde la lista de espera usa el modelo de
      *    ASIGNADO cuando RRHH no cargo uno propio.
           MOVE WS-RESULTADO-CARTA TO WS-TIPO-MODELO
           MOVE WS-TIPO-MODELO     TO WS-TIPO-BUSCADO
           PERFORM 2200-CONTAR-RENGLONES
              THRU 2200-CONTAR-RENGLONES-EXIT
           IF WS-CONTADOR-RENGLONES = ZERO AND
                 WS-RESULTADO-CARTA = 'PROMOVIDO'
              MOVE 'ASIGNADO'     TO WS-TIPO-MODELO
              MOVE WS-TIPO-MODELO TO WS-TIPO-BUSCADO
              PERFORM 2200-CONTAR-RENGLONES
                 THRU 2200-CONTAR-RENGLONES-EXIT
           END-IF

           IF WS-CONTADOR-RENGLONES = ZERO
              ADD 1 TO WS-CONTADOR-SIN-MODELO
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'SIN MODELO: candidato ' DELIMITED BY SIZE
                     WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
                        DELIMITED BY SIZE
                     ' resultado ' DELIMITED BY SIZE
                     WS-RESULTADO-CARTA DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
              GO TO 2100-EMITIR-UNA-CARTA-EXIT
           END-IF

           MOVE ZERO TO WS-FECHA-REINTENTO
           IF WS-RESULTADO-CARTA = 'EN-CARENCIA'
              PERFORM 2500-CALCULAR-REINTENTO
                 THRU 2500-CALCULAR-REINTENTO-EXIT
              IF WS-FECHA-REINTENTO = ZERO
                 GO TO 2100-EMITIR-UNA-CARTA-EXIT
              END-IF
           END-IF

           WRITE CART-LINEA FROM WS-SEPARADOR-CARTA
           MOVE SPACES TO CART-LINEA
           STRING 'CARTA ' DELIMITED BY SIZE
                  WS-RESULTADO-CARTA DELIMITED BY SPACE
                  '  candidato ' DELIMITED BY SIZE
                  WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
                     DELIMITED BY SPACE
                  '  jornada ' DELIMITED BY SIZE
                  WS-FECHA-JORNADA DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LOTE-ORIGEN DELIMITED BY SIZE
                  INTO CART-LINEA
           WRITE CART-LINEA
           MOVE SPACES TO CART-LINEA
           WRITE CART-LINEA

           IF WS-CON-CORRECCION-SW = 'S'
              MOVE 'CORRECCION' TO WS-TIPO-BUSCADO
              PERFORM 2300-IMPRIMIR-MODELO
                 THRU 2300-IMPRIMIR-MODELO-EXIT
              MOVE WS-TIPO-MODELO TO WS-TIPO-BUSCADO
           END-IF

           PERFORM 2300-IMPRIMIR-MODELO
              THRU 2300-IMPRIMIR-MODELO-EXIT

           MOVE WS-CAN-CANDIDATO-ID (WS-CAN-IDX) TO CARL-CANDIDATO-ID
           MOVE WS-FECHA-JORNADA-NUM    TO CARL-FECHA-JORNADA
           MOVE WS-LOTE-ORIGEN          TO CARL-LOTE-ORIGEN
           MOVE WS-RESULTADO-CARTA      TO CARL-ESTADO
           MOVE WS-CON-CORRECCION-SW    TO CARL-CORREGIDA
           MOVE WS-FECHA-ACTUAL         TO CARL-FECHA-EMISION
           WRITE CARL-REGISTRO

           ADD 1 TO WS-CONTADOR-EMITIDAS

           IF WS-CON-CORRECCION-SW = 'S'
              ADD 1 TO WS-CONTADOR-CORREGIDAS
              MOVE SPACES TO WS-CONTROL-LINEA
              MOVE 1 TO WS-PUNTERO-CONTROL
              STRING 'CORREGIDA: candidato ' DELIMITED BY SIZE
                     WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
                        DELIMITED BY SIZE
                     ' notificado ' DELIMITED BY SIZE
                     WS-RESULTADO-CARTA DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
                     WITH POINTER WS-PUNTERO-CONTROL
              IF WS-CAN-ESTADO-ENVIADO (WS-CAN-IDX) NOT = SPACES
                 STRING ' reemplaza ' DELIMITED BY SIZE
                        WS-CAN-ESTADO-ENVIADO (WS-CAN-IDX)
                           DELIMITED BY SIZE
                        INTO WS-CONTROL-LINEA
                        WITH POINTER WS-PUNTERO-CONTROL
              END-IF
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
           END-IF.

       2100-EMITIR-UNA-CARTA-EXIT.
           EXIT.

      * Cuenta los renglones de modelo del tipo WS-TIPO-BUSCADO
       2200-CONTAR-RENGLONES.

           MOVE ZERO TO WS-CONTADOR-RENGLONES
           PERFORM 2210-CONTAR-UN-RENGLON
              THRU 2210-CONTAR-UN-RENGLON-EXIT
              VARYING WS-MOD-IDX FROM 1 BY 1
              UNTIL WS-MOD-IDX > WS-MOD-CARGADOS.

       2200-CONTAR-RENGLONES-EXIT.
           EXIT.

       2210-CONTAR-UN-RENGLON.

           IF WS-MOD-TIPO (WS-MOD-IDX) = WS-TIPO-BUSCADO
              ADD 1 TO WS-CONTADOR-RENGLONES
           END-IF.

       2210-CONTAR-UN-RENGLON-EXIT.
           EXIT.

      * Imprime en la carta los renglones de modelo del tipo
      * WS-TIPO-BUSCADO, con las marcas ya reemplazadas
       2300-IMPRIMIR-MODELO.

           PERFORM 2310-IMPRIMIR-UN-RENGLON
              THRU 2310-IMPRIMIR-UN-RENGLON-EXIT
              VARYING WS-MOD-IDX FROM 1 BY 1
              UNTIL WS-MOD-IDX > WS-MOD-CARGADOS.

       2300-IMPRIMIR-MODELO-EXIT.
           EXIT.

       2310-IMPRIMIR-UN-RENGLON.

           IF WS-MOD-TIPO (WS-MOD-IDX) NOT = WS-TIPO-BUSCADO
              GO TO 2310-IMPRIMIR-UN-RENGLON-EXIT
           END-IF

           MOVE WS-MOD-TEXTO (WS-MOD-IDX) TO WS-RENGLON-MODELO
           PERFORM 2600-ARMAR-RENGLON
              THRU 2600-ARMAR-RENGLON-EXIT
           WRITE CART-LINEA FROM WS-RENGLON-CARTA.

       2310-IMPRIMIR-UN-RENGLON-EXIT.
           EXIT.

      * Fecha desde la que el apartado EN-CARENCIA puede volver a
      * postularse: su ultima evaluacion real anterior a la jornada
      * (bajo cualquiera de sus IDs, como el control de carencia de
      * PRGCVEM2) mas los dias de carencia de la version del perfil
      * vigente a la jornada. Sin version vigente no se puede
      * calcular: la carta no se emite ni se asienta en CARTASLOG,
      * para que la corrida siguiente la emita una vez cargada la
      * version, y queda listada en el control.
       2500-CALCULAR-REINTENTO.

           MOVE ZERO TO WS-DIAS-CARENCIA
           PERFORM 2510-BUSCAR-DIAS-CARENCIA
              THRU 2510-BUSCAR-DIAS-CARENCIA-EXIT

           MOVE ZERO TO WS-ULTIMA-EVALUACION
           MOVE WS-CAN-CANDIDATO-ID (WS-CAN-IDX) TO WS-ID-TRAYECTORIA
           PERFORM 2530-RECORRER-TRAYECTORIA
              THRU 2530-RECORRER-TRAYECTORIA-EXIT

           IF WS-ALIAS-DISPONIBLE-SW = 'S'
              MOVE WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
                 TO ALI-CANDIDATO-ID
              MOVE LOW-VALUES TO ALI-ALIAS-ID
              MOVE 'N' TO WS-FIN-ALIAS-SW
              START ALIAS-IDENTIDAD KEY IS NOT LESS THAN ALI-CLAVE
                 INVALID KEY
                    MOVE 'S' TO WS-FIN-ALIAS-SW
              END-START
              PERFORM 2550-LEER-ALIAS
                 THRU 2550-LEER-ALIAS-EXIT
                 UNTIL WS-FIN-ALIAS-SW = 'S'
           END-IF

           IF WS-ULTIMA-EVALUACION = ZERO OR
                 WS-VIG-HALLADA-SW NOT = 'S'
              ADD 1 TO WS-CONTADOR-SIN-CARENCIA
              MOVE ZERO TO WS-FECHA-REINTENTO
              MOVE SPACES TO WS-CONTROL-LINEA
              STRING 'NO EMITIDA, SIN FECHA DE REINTENTO: candidato '
                        DELIMITED BY SIZE
                     WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
                        DELIMITED BY SIZE
                     ' perfil ' DELIMITED BY SIZE
                     WS-CAN-PERFIL-ID (WS-CAN-IDX) DELIMITED BY SIZE
                     INTO WS-CONTROL-LINEA
              PERFORM 4910-ESCRIBIR-LINEA
                 THRU 4910-ESCRIBIR-LINEA-EXIT
              GO TO 2500-CALCULAR-REINTENTO-EXIT
           END-IF

           MOVE WS-ULTIMA-EVALUACION TO WS-CAL-FECHA
           MOVE WS-DIAS-CARENCIA     TO WS-CAL-DIAS-RESTANTES
           PERFORM 2700-SUMAR-UN-DIA
              THRU 2700-SUMAR-UN-DIA-EXIT
              UNTIL WS-CAL-DIAS-RESTANTES = ZERO
           MOVE WS-CAL-FECHA TO WS-FECHA-REINTENTO.

       2500-CALCULAR-REINTENTO-EXIT.
           EXIT.

      * Version del perfil del apartado vigente a la jornada: la de
      * mayor fecha de vigencia no posterior a esa fecha. Un
      * apartado de una corrida 'TODOS' lleva ese perfil en la
      * bitacora, y la carencia que se le aplico fue la del primer
      * perfil de PARAMETROS con version en vigor (0330-GUARDAR-
      * PERFIL-TABLA de PRGCVEM2): se busca ese mismo perfil. Un
      * perfil en blanco no tiene version.
       2510-BUSCAR-DIAS-CARENCIA.

           MOVE 'N'  TO WS-VIG-HALLADA-SW
                        WS-FIN-VERSIONES-SW
           MOVE ZERO TO WS-VIG-FECHA-HALLADA

           IF WS-CAN-PERFIL-ID (WS-CAN-IDX) = SPACES
              GO TO 2510-BUSCAR-DIAS-CARENCIA-EXIT
           END-IF

           IF WS-CAN-PERFIL-ID (WS-CAN-IDX) = 'TODOS'
              MOVE SPACES     TO WS-PERFIL-CARENCIA
              MOVE LOW-VALUES TO PARM-CLAVE
           ELSE
              MOVE WS-CAN-PERFIL-ID (WS-CAN-IDX)
                 TO WS-PERFIL-CARENCIA
              MOVE WS-PERFIL-CARENCIA TO PARM-PERFIL-ID
              MOVE ZERO               TO PARM-FECHA-VIGENCIA
           END-IF
           START PARAMETROS KEY IS NOT LESS THAN PARM-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-VERSIONES-SW
           END-START

           PERFORM 2520-LEER-VERSION
              THRU 2520-LEER-VERSION-EXIT
              UNTIL WS-FIN-VERSIONES-SW = 'S'.

       2510-BUSCAR-DIAS-CARENCIA-EXIT.
           EXIT.

       2520-LEER-VERSION.

           READ PARAMETROS NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-VERSIONES-SW
              NOT AT END
                 IF WS-PERFIL-CARENCIA = SPACES
                    IF PARM-FECHA-VIGENCIA NOT GREATER
                          WS-FECHA-JORNADA-NUM
                       MOVE PARM-PERFIL-ID TO WS-PERFIL-CARENCIA
                    ELSE
                       GO TO 2520-LEER-VERSION-EXIT
                    END-IF
                 END-IF
                 IF PARM-PERFIL-ID NOT = WS-PERFIL-CARENCIA
                       OR PARM-FECHA-VIGENCIA >
                          WS-FECHA-JORNADA-NUM
                    MOVE 'S' TO WS-FIN-VERSIONES-SW
                 ELSE
                    MOVE 'S' TO WS-VIG-HALLADA-SW
                    MOVE PARM-FECHA-VIGENCIA
                       TO WS-VIG-FECHA-HALLADA
                    MOVE PARM-DIAS-CARENCIA TO WS-DIAS-CARENCIA
                 END-IF
           END-READ.

       2520-LEER-VERSION-EXIT.
           EXIT.

      * Ultima evaluacion del ID WS-ID-TRAYECTORIA anterior a la
      * jornada; el historial viene por candidato + fecha, asi que
      * la ultima leida dentro del rango es la mas reciente.
       2530-RECORRER-TRAYECTORIA.

           MOVE WS-ID-TRAYECTORIA TO HIST-CANDIDATO-ID
           MOVE ZERO              TO HIST-FECHA-EVALUACION
           MOVE 'N' TO WS-FIN-HISTORIAL-SW
           START HISTORIAL KEY IS NOT LESS THAN HIST-CLAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIN-HISTORIAL-SW
           END-START

           PERFORM 2540-LEER-TRAYECTORIA
              THRU 2540-LEER-TRAYECTORIA-EXIT
              UNTIL WS-FIN-HISTORIAL-SW = 'S'.

       2530-RECORRER-TRAYECTORIA-EXIT.
           EXIT.

       2540-LEER-TRAYECTORIA.

           READ HISTORIAL NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-HISTORIAL-SW
                 GO TO 2540-LEER-TRAYECTORIA-EXIT
           END-READ

           IF HIST-CANDIDATO-ID NOT = WS-ID-TRAYECTORIA OR
                 HIST-FECHA-EVALUACION NOT LESS WS-FECHA-JORNADA-NUM
              MOVE 'S' TO WS-FIN-HISTORIAL-SW
              GO TO 2540-LEER-TRAYECTORIA-EXIT
           END-IF

           IF HIST-FECHA-EVALUACION > WS-ULTIMA-EVALUACION
              MOVE HIST-FECHA-EVALUACION TO WS-ULTIMA-EVALUACION
           END-IF.

       2540-LEER-TRAYECTORIA-EXIT.
           EXIT.

      * Cada alias de misma persona aporta su propia trayectoria
       2550-LEER-ALIAS.

           READ ALIAS-IDENTIDAD NEXT RECORD
              AT END
                 MOVE 'S' TO WS-FIN-ALIAS-SW
                 GO TO 2550-LEER-ALIAS-EXIT
           END-READ

           IF ALI-CANDIDATO-ID NOT = WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
              MOVE 'S' TO WS-FIN-ALIAS-SW
              GO TO 2550-LEER-ALIAS-EXIT
           END-IF

           IF ALI-RESOLUCION = 'M'
              MOVE ALI-ALIAS-ID TO WS-ID-TRAYECTORIA
              PERFORM 2530-RECORRER-TRAYECTORIA
                 THRU 2530-RECORRER-TRAYECTORIA-EXIT
           END-IF.

       2550-LEER-ALIAS-EXIT.
           EXIT.

      * Arma WS-RENGLON-CARTA desde WS-RENGLON-MODELO: copia el
      * texto tramo a tramo y en cada marca <...> pone el dato del
      * candidato; una marca desconocida queda tal cual.
       2600-ARMAR-RENGLON.

           MOVE SPACES TO WS-RENGLON-CARTA
           MOVE 1 TO WS-PUNTERO-MODELO
           MOVE 1 TO WS-PUNTERO-CARTA

           PERFORM 2610-COPIAR-TRAMO
              THRU 2610-COPIAR-TRAMO-EXIT
              UNTIL WS-PUNTERO-MODELO > 80
                 OR WS-PUNTERO-CARTA > 80.

       2600-ARMAR-RENGLON-EXIT.
           EXIT.

       2610-COPIAR-TRAMO.

           MOVE SPACES TO WS-TRAMO
           MOVE SPACE  TO WS-TRAMO-DELIMITADOR
           MOVE ZERO   TO WS-TRAMO-LARGO
           UNSTRING WS-RENGLON-MODELO DELIMITED BY '<'
              INTO WS-TRAMO
                 DELIMITER IN WS-TRAMO-DELIMITADOR
                 COUNT IN WS-TRAMO-LARGO
              WITH POINTER WS-PUNTERO-MODELO
           END-UNSTRING

           IF WS-TRAMO-LARGO > ZERO
              STRING WS-TRAMO(1:WS-TRAMO-LARGO) DELIMITED BY SIZE
                 INTO WS-RENGLON-CARTA
                 WITH POINTER WS-PUNTERO-CARTA
              END-STRING
           END-IF

           IF WS-TRAMO-DELIMITADOR NOT = '<'
              GO TO 2610-COPIAR-TRAMO-EXIT
           END-IF

           MOVE SPACES TO WS-MARCA
           UNSTRING WS-RENGLON-MODELO DELIMITED BY '>'
              INTO WS-MARCA
              WITH POINTER WS-PUNTERO-MODELO
           END-UNSTRING

           PERFORM 2620-REEMPLAZAR-MARCA
              THRU 2620-REEMPLAZAR-MARCA-EXIT.

       2610-COPIAR-TRAMO-EXIT.
           EXIT.

       2620-REEMPLAZAR-MARCA.

           EVALUATE WS-MARCA
              WHEN 'NOMBRE'
      *          El nombre lleva espacios simples entre palabras:
      *          se corta en el primer doble espacio
                 STRING WS-CAN-NOMBRE (WS-CAN-IDX)
                           DELIMITED BY '  '
                    INTO WS-RENGLON-CARTA
                    WITH POINTER WS-PUNTERO-CARTA
                 END-STRING
              WHEN 'ID'
                 STRING WS-CAN-CANDIDATO-ID (WS-CAN-IDX)
                           DELIMITED BY SPACE
                    INTO WS-RENGLON-CARTA
                    WITH POINTER WS-PUNTERO-CARTA
                 END-STRING
              WHEN 'PERFIL'
                 STRING WS-CAN-PERFIL-ID (WS-CAN-IDX)
                           DELIMITED BY SPACE
                    INTO WS-RENGLON-CARTA
                    WITH POINTER WS-PUNTERO-CARTA
                 END-STRING
              WHEN 'ESTADO'
                 STRING WS-RESULTADO-CARTA DELIMITED BY SPACE
                    INTO WS-RENGLON-CARTA
                    WITH POINTER WS-PUNTERO-CARTA
                 END-STRING
              WHEN 'PUNTOS'
                 MOVE WS-CAN-PUNTOS (WS-CAN-IDX) TO WS-PUNTOS-ED
                 MOVE ZERO TO WS-BLANCOS
                 INSPECT WS-PUNTOS-ED
                    TALLYING WS-BLANCOS FOR LEADING SPACE
                 STRING WS-PUNTOS-ED(WS-BLANCOS + 1:)
                           DELIMITED BY SIZE
                    INTO WS-RENGLON-CARTA
                    WITH POINTER WS-PUNTERO-CARTA
                 END-STRING
              WHEN 'FECHA'
                 MOVE WS-FECHA-JORNADA-NUM TO WS-FECHA-A-EDITAR
                 PERFORM 2630-PONER-FECHA
                    THRU 2630-PONER-FECHA-EXIT
              WHEN 'EMISION'
                 MOVE WS-FECHA-ACTUAL TO WS-FECHA-A-EDITAR
                 PERFORM 2630-PONER-FECHA
                    THRU 2630-PONER-FECHA-EXIT
              WHEN 'REINTENTO'
                 MOVE WS-FECHA-REINTENTO TO WS-FECHA-A-EDITAR
                 PERFORM 2630-PONER-FECHA
                    THRU 2630-PONER-FECHA-EXIT
              WHEN OTHER
                 STRING '<' DELIMITED BY SIZE
                        WS-MARCA DELIMITED BY SPACE
                        '>' DELIMITED BY SIZE
                    INTO WS-RENGLON-CARTA
                    WITH POINTER WS-PUNTERO-CARTA
                 END-STRING
           END-EVALUATE.

       2620-REEMPLAZAR-MARCA-EXIT.
           EXIT.

      * Fecha AAAAMMDD de WS-FECHA-A-EDITAR como DD/MM/AAAA
       2630-PONER-FECHA.

           MOVE SPACES TO WS-FECHA-ED
           STRING WS-FECHA-A-EDITAR(7:2) DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WS-FECHA-A-EDITAR(5:2) DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WS-FECHA-A-EDITAR(1:4) DELIMITED BY SIZE
                  INTO WS-FECHA-ED

           STRING WS-FECHA-ED DELIMITED BY SIZE
              INTO WS-RENGLON-CARTA
              WITH POINTER WS-PUNTERO-CARTA
           END-STRING.

       2630-PONER-FECHA-EXIT.
           EXIT.

      * Avanza WS-CAL-FECHA un dia y descuenta uno de los restantes
       2700-SUMAR-UN-DIA.

           MOVE WS-MESES-DIAS (WS-CAL-MES) TO WS-CAL-DIAS-DEL-MES
           IF WS-CAL-MES = 2
              DIVIDE WS-CAL-ANIO BY 4
                 GIVING WS-CAL-COCIENTE REMAINDER WS-CAL-RESTO-4
              DIVIDE WS-CAL-ANIO BY 100
                 GIVING WS-CAL-COCIENTE REMAINDER WS-CAL-RESTO-100
              DIVIDE WS-CAL-ANIO BY 400
                 GIVING WS-CAL-COCIENTE REMAINDER WS-CAL-RESTO-400
              IF WS-CAL-RESTO-4 = ZERO AND
                    (WS-CAL-RESTO-100 NOT = ZERO OR
                     WS-CAL-RESTO-400 = ZERO)
                 MOVE 29 TO WS-CAL-DIAS-DEL-MES
              END-IF
           END-IF

           ADD 1 TO WS-CAL-DIA
           IF WS-CAL-DIA > WS-CAL-DIAS-DEL-MES
              MOVE 1 TO WS-CAL-DIA
              ADD 1 TO WS-CAL-MES
              IF WS-CAL-MES > 12
                 MOVE 1 TO WS-CAL-MES
                 ADD 1 TO WS-CAL-ANIO
              END-IF
           END-IF

           SUBTRACT 1 FROM WS-CAL-DIAS-RESTANTES.

       2700-SUMAR-UN-DIA-EXIT.
           EXIT.

      * Resumen de la emision en CARTACTRL
       4000-IMPRIMIR-CONTROL.

           PERFORM 4900-ESCRIBIR-SEPARADOR
              THRU 4900-ESCRIBIR-SEPARADOR-EXIT

           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Cartas de la jornada ' DELIMITED BY SIZE
                  WS-FECHA-JORNADA DELIMITED BY SIZE
                  ' lote ' DELIMITED BY SIZE
                  WS-LOTE-ORIGEN DELIMITED BY SIZE
                  ' emitidas el ' DELIMITED BY SIZE
                  WS-FECHA-ACTUAL DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-CANDIDATOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Candidatos del lote:      ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-EMITIDAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Cartas emitidas:          ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-CORREGIDAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING '  de ellas corregidas:    ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-YA-NOTIFICADAS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Ya notificados:           ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-DECLINADOS TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Declinados sin carta:     ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SIN-MODELO TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Sin modelo de carta:      ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT

           MOVE WS-CONTADOR-SIN-CARENCIA TO WS-NUM-ED
           MOVE SPACES TO WS-CONTROL-LINEA
           STRING 'Carencia no emitidas:     ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CONTROL-LINEA
           PERFORM 4910-ESCRIBIR-LINEA
              THRU 4910-ESCRIBIR-LINEA-EXIT.

       4000-IMPRIMIR-CONTROL-EXIT.
           EXIT.

       4900-ESCRIBIR-SEPARADOR.

           DISPLAY WS-SEPARADOR-LINEA
           WRITE CTRL-LINEA FROM WS-SEPARADOR-LINEA.

       4900-ESCRIBIR-SEPARADOR-EXIT.
           EXIT.

       4910-ESCRIBIR-LINEA.

           DISPLAY WS-CONTROL-LINEA
           WRITE CTRL-LINEA FROM WS-CONTROL-LINEA.

       4910-ESCRIBIR-LINEA-EXIT.
           EXIT.

      * Cierre de los archivos que siguen abiertos (MODCARTAS,
      * AUDITORIA y el extracto se cierran al final de su pasada,
      * salvo que la corrida se haya cortado antes)
       0900-FINALIZAR.

           IF WS-MODELOS-ABIERTO-SW = 'S'
              CLOSE MODELOS-CARTA
           END-IF
           IF WS-AUDITORIA-ABIERTO-SW = 'S'
              CLOSE AUDITORIA
           END-IF
           IF WS-HISTORIAL-ABIERTO-SW = 'S'
              CLOSE HISTORIAL
           END-IF
           IF WS-PARAMETROS-ABIERTO-SW = 'S'
              CLOSE PARAMETROS
           END-IF
           IF WS-EXTRACTO-ABIERTO-SW = 'S'
              CLOSE EXTRACTO-ATS
           END-IF
           IF WS-CARTAS-ABIERTO-SW = 'S'
              CLOSE CARTAS
           END-IF
           IF WS-ENVIADAS-ABIERTO-SW = 'S'
              CLOSE CARTAS-ENVIADAS
           END-IF
           IF WS-CONTROL-ABIERTO-SW = 'S'
              CLOSE CONTROL-CARTAS
           END-IF
           IF WS-ALIAS-DISPONIBLE-SW = 'S'
              CLOSE ALIAS-IDENTIDAD
           END-IF.

       0900-FINALIZAR-EXIT.
           EXIT.

      * Codigo de retorno: 0 todas las cartas emitidas, 4 con
      * candidatos sin modelo de carta o apartados sin fecha de
      * reintento informados, 12 error fatal.
       0950-FIJAR-CODIGO-RETORNO.

           EVALUATE TRUE
              WHEN WS-ERROR-FATAL-SW = 'S'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-CONTADOR-SIN-MODELO > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN WS-CONTADOR-SIN-CARENCIA > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       0950-FIJAR-CODIGO-RETORNO-EXIT.
           EXIT.


       END PROGRAM PRGCARTA.
