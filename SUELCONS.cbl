      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Consulta interactiva de un legajo, de solo
      *            lectura, para atender los reclamos de haberes: el
      *            operador ingresa el legajo por consola y ve la
      *            historia corrida por corrida (fecha, categoria,
      *            bruto, bono, deducciones, neto, empresa y
      *            departamento) de los resguardos del catalogo
      *            SUELHCAT y de la historia en linea SUELHIS. Desde
      *            ahi puede pedir el recibo de una corrida con sus
      *            deducciones por concepto (SUELREC), el ultimo
      *            cambio de categoria (SUELCATN y la historia) y el
      *            resultado de la ultima transferencia en la
      *            conciliacion del banco (SUELBRCH, BCORESP y la
      *            cola de repago SUELBREP). Ningun archivo de la
      *            nomina se abre para escritura; cada consulta
      *            queda registrada en la bitacora SUELCONB con el
      *            operador (usuario USER), la fecha, la hora y el
      *            legajo consultado.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      *  - Version inicial de la consulta de legajos.
      *  - Los pagos de aguinaldo de la historia se marcan en la
      *    lista de corridas y se desglosan en el recibo; no cuentan
      *    como corrida para el cambio de categoria ni para la
      *    ultima corrida.
      *  - El desglose de la historia omite las novedades cuando
      *    el registro es anterior a ellas y no las trae numericas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELCONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-HISTORIA     ASSIGN TO "SUELHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HISTORIA.

           SELECT FD-HIS-ARCHIVO  ASSIGN USING WSV-ARCHIVO-HIS-ARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HIS-ARCHIVO.

           SELECT FD-CATALOGO     ASSIGN TO "SUELHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CATALOGO.

           SELECT FD-RECIBOS      ASSIGN TO "SUELREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-RECIBOS.

           SELECT FD-NOTIF-CAT    ASSIGN TO "SUELCATN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-NOTIF-CAT.

           SELECT FD-REPORTE-RECH ASSIGN TO "SUELBRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REPORTE-RECH.

           SELECT FD-RETORNO      ASSIGN TO "BCORESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-RETORNO.

           SELECT FD-REPAGO       ASSIGN TO "SUELBREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REPAGO.

           SELECT FD-BITACORA     ASSIGN TO "SUELCONB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.

      * Historia en linea y resguardos fechados: se leen como
      * registro plano y se interpretan con WSV-REG-HISTORIA.
       FD  FD-HISTORIA
           LABEL RECORDS ARE STANDARD.
       01  FD-HISTORIA-REC              PIC X(125).

       FD  FD-HIS-ARCHIVO
           LABEL RECORDS ARE STANDARD.
       01  FD-HIS-ARCHIVO-REC           PIC X(125).

      * Mismo layout que FD-CATALOGO-REC de SUELCIER.
       FD  FD-CATALOGO
           LABEL RECORDS ARE STANDARD.
       01  FD-CATALOGO-REC.
           05  FD-CAT-ARCHIVO           PIC X(16).
           05  FD-CAT-FECHA-DESDE       PIC X(08).
           05  FD-CAT-FECHA-HASTA       PIC X(08).
           05  FD-CAT-REGISTROS         PIC 9(07).

      * Recibos de la ultima corrida de SUELDOS, tal como los arma
      * 28D-ESCRIBIR-RECIBO (WSV-LINEA-REC-* de SUELDOS).
       FD  FD-RECIBOS
           LABEL RECORDS ARE STANDARD.
       01  FD-RECIBO-REC                PIC X(80).

      * Mismo layout que FD-NOTIF-REC de SUELCOMP.
       FD  FD-NOTIF-CAT
           LABEL RECORDS ARE STANDARD.
       01  FD-NOTIF-REC.
           05  FD-NOT-FECHA             PIC X(08).
           05  FD-NOT-LEGAJO            PIC 9(08).
           05  FD-NOT-NOMBRE            PIC X(30).
           05  FD-NOT-CAT-ANT           PIC X(06).
           05  FD-NOT-CAT-ACT           PIC X(06).
           05  FD-NOT-SUELDO-ANT        PIC 9(06).
           05  FD-NOT-SUELDO-ACT        PIC 9(06).

      * Reporte de rechazados de la ultima conciliacion de SUELBCOR
      * (encabezado con el lote y renglones WSV-LINEA-RECHAZO).
       FD  FD-REPORTE-RECH
           LABEL RECORDS ARE STANDARD.
       01  FD-REPORTE-RECH-REC          PIC X(132).

      * Mismo layout que FD-RETORNO-REC de SUELBCOR.
       FD  FD-RETORNO
           LABEL RECORDS ARE STANDARD.
       01  FD-RETORNO-REC.
           05  FD-RET-TIPO              PIC X(01).
           05  FD-RET-LEGAJO            PIC X(08).
           05  FD-RET-CBU               PIC X(22).
           05  FD-RET-IMPORTE           PIC X(10).
           05  FD-RET-ESTADO            PIC X(02).
           05  FD-RET-MOTIVO            PIC X(30).

      * Mismo layout que FD-REPAGO-REC de SUELBCOR.
       FD  FD-REPAGO
           LABEL RECORDS ARE STANDARD.
       01  FD-REPAGO-REC.
           05  FD-REP-LEGAJO            PIC 9(08).
           05  FD-REP-CBU               PIC X(22).
           05  FD-REP-IMPORTE           PIC 9(10).
           05  FD-REP-MOTIVO            PIC X(30).

      * Bitacora de consultas: quien (USER), cuando, que legajo y
      * que se consulto ('HIS' historia, 'REC' recibo de la corrida
      * indicada, 'CAT' cambio de categoria, 'BCO' transferencia).
       FD  FD-BITACORA
           LABEL RECORDS ARE STANDARD.
       01  FD-BITACORA-REC.
           05  FD-BIT-FECHA             PIC X(08).
           05  FD-BIT-HORA              PIC X(06).
           05  FD-BIT-USUARIO           PIC X(08).
           05  FD-BIT-LEGAJO            PIC 9(08).
           05  FD-BIT-CONSULTA          PIC X(03).
           05  FD-BIT-CORRIDA           PIC X(08).

       WORKING-STORAGE SECTION.
           01  WSV-FS-HISTORIA          PIC X(02) VALUE '00'.
           01  WSV-FS-HIS-ARCHIVO       PIC X(02) VALUE '00'.
           01  WSV-FS-CATALOGO          PIC X(02) VALUE '00'.
           01  WSV-FS-RECIBOS           PIC X(02) VALUE '00'.
           01  WSV-FS-NOTIF-CAT         PIC X(02) VALUE '00'.
           01  WSV-FS-REPORTE-RECH      PIC X(02) VALUE '00'.
           01  WSV-FS-RETORNO           PIC X(02) VALUE '00'.
           01  WSV-FS-REPAGO            PIC X(02) VALUE '00'.
           01  WSV-FS-BITACORA          PIC X(02) VALUE '00'.

           01  WSV-SWITCHES.
               05  WSV-SW-FIN-ARCHIVO          PIC X(01) VALUE 'N'.
                   88  WSS-FIN-ARCHIVO         VALUE 'S'.
               05  WSV-SW-FIN-CONSULTAS        PIC X(01) VALUE 'N'.
                   88  WSS-FIN-CONSULTAS       VALUE 'S'.
               05  WSV-SW-FIN-MENU             PIC X(01) VALUE 'N'.
                   88  WSS-FIN-MENU            VALUE 'S'.
               05  WSV-SW-ENTRADA              PIC X(01) VALUE 'N'.
                   88  WSS-ENTRADA-VALIDA      VALUE 'S'.
                   88  WSS-ENTRADA-INVALIDA    VALUE 'N'.
               05  WSV-SW-HISTORIA-TRUNCA      PIC X(01) VALUE 'N'.
                   88  WSS-HISTORIA-TRUNCA     VALUE 'S'.
               05  WSV-SW-HISTORIA-PARCIAL     PIC X(01) VALUE 'N'.
                   88  WSS-HISTORIA-PARCIAL    VALUE 'S'.
               05  WSV-SW-EN-RECIBO            PIC X(01) VALUE 'N'.
                   88  WSS-EN-RECIBO           VALUE 'S'.
               05  WSV-SW-SIN-RESPUESTA        PIC X(01) VALUE 'N'.
                   88  WSS-SECCION-SIN-RESP    VALUE 'S'.

      * Operador de la consulta y momento de cada registro de la
      * bitacora.
           01  WSV-USUARIO-CONSULTA     PIC X(08) VALUE SPACES.
           01  WSV-FECHA-CONSULTA       PIC X(08).
           01  WSV-HORA-CONSULTA        PIC X(06).
           01  WSV-TIPO-CONSULTA        PIC X(03) VALUE SPACES.
           01  WSV-CORRIDA-CONSULTA     PIC X(08) VALUE SPACES.
           01  WSV-CANT-CONSULTAS       PIC 9(05) VALUE 0.

      * Entradas del operador por consola. Los numeros se aceptan
      * sin ceros a la izquierda y se convierten con
      * 25-CONVERTIR-ENTRADA.
           01  WSV-ENTRADA              PIC X(08) VALUE SPACES.
               88  WSS-ENTRADA-FIN      VALUE SPACES LOW-VALUES
                                              'FIN' 'fin'.
           01  WSV-ENTRADA-NUM          PIC 9(08) VALUE 0.
           01  WSV-LARGO-ENTRADA        PIC 9(02) VALUE 0.
           01  WSV-OPCION               PIC X(01) VALUE SPACE.
               88  WSS-OPCION-RECIBO    VALUE 'R' 'r'.
               88  WSS-OPCION-CATEGORIA VALUE 'C' 'c'.
               88  WSS-OPCION-BANCO     VALUE 'B' 'b'.
               88  WSS-OPCION-HISTORIA  VALUE 'H' 'h'.
               88  WSS-OPCION-VOLVER    VALUE 'V' 'v' SPACE
                                              LOW-VALUE.
               88  WSS-OPCION-FIN       VALUE 'F' 'f'.

      * Legajo en consulta.
           01  WSV-LEGAJO-CONSULTA      PIC 9(08) VALUE 0.
           01  WSV-LEGAJO-CONSULTA-X REDEFINES WSV-LEGAJO-CONSULTA
                                        PIC X(08).
           01  WSV-NOMBRE-CONSULTA      PIC X(30) VALUE SPACES.

      * Imagen del registro de historia. Mismo layout que
      * FD-HISTORIA-REC de SUELDOS.
           01  WSV-REG-HISTORIA.
               05  WSV-RH-FECHA         PIC X(08).
               05  WSV-RH-LEGAJO        PIC 9(08).
               05  WSV-RH-NOMBRE        PIC X(30).
               05  WSV-RH-DEPTO         PIC X(04).
               05  WSV-RH-CATEGORIA     PIC X(06).
               05  WSV-RH-SUELDO        PIC 9(06).
               05  WSV-RH-ANUAL         PIC 9(08).
               05  WSV-RH-BONO          PIC 9(07).
               05  WSV-RH-DEDUCCIONES   PIC 9(06).
               05  WSV-RH-NETO          PIC 9(06).
               05  WSV-RH-EMPRESA       PIC X(03).
               05  WSV-RH-NOVEDADES.
                   10  WSV-RH-DIAS-AUS      PIC 9(02).
                   10  WSV-RH-IMP-AUS       PIC 9(06).
                   10  WSV-RH-HORAS-50      PIC 9(03).
                   10  WSV-RH-IMP-50        PIC 9(06).
                   10  WSV-RH-HORAS-100     PIC 9(03).
                   10  WSV-RH-IMP-100       PIC 9(06).
                   10  WSV-RH-IMP-ADIC      PIC 9(06).
               05  WSV-RH-LIQ-FINAL REDEFINES WSV-RH-NOVEDADES.
                   10  WSV-RH-FIN-MOTIVO    PIC X(01).
                   10  WSV-RH-FIN-DIAS-MES  PIC 9(02).
                   10  WSV-RH-FIN-IMP-DIAS  PIC 9(06).
                   10  WSV-RH-FIN-IMP-SAC   PIC 9(06).
                   10  WSV-RH-FIN-DIAS-VAC  PIC 9(02).
                   10  WSV-RH-FIN-IMP-VAC   PIC 9(06).
                   10  WSV-RH-FIN-IMP-INDEM PIC 9(08).
                   10  FILLER               PIC X(01).
               05  WSV-RH-PAGO-SAC REDEFINES WSV-RH-NOVEDADES.
                   10  WSV-RH-SAC-SEMESTRE  PIC X(05).
                   10  WSV-RH-SAC-DIAS      PIC 9(03).
                   10  FILLER               PIC X(24).
               05  WSV-RH-TIPO          PIC X(01).
                   88  WSS-RH-LIQ-FINAL     VALUE 'F'.
                   88  WSS-RH-PAGO-SAC      VALUE 'S'.

      * Catalogo de resguardos de historia que mantiene SUELCIER.
           01  WSV-TABLA-CATALOGO.
               05  WSV-CANT-CATALOGO    PIC 9(03) VALUE 0.
               05  WSV-CAT-ENT OCCURS 200 TIMES.
                   10  WSV-CAT-ARCHIVO      PIC X(16).
           01  WSV-IDX-CAT              PIC 9(03) VALUE 0.
           01  WSV-ARCHIVO-HIS-ARCH     PIC X(16) VALUE SPACES.

      * Corridas del legajo en consulta, en el orden de lectura
      * (resguardos del catalogo y despues la historia en linea).
      * El tope de 600 corridas cubre con margen la vida laboral de
      * una persona; si se supera se avisa y se muestran las
      * primeras.
           01  WSV-TABLA-CORRIDAS.
               05  WSV-CANT-CORRIDAS    PIC 9(03) VALUE 0.
               05  WSV-COR-REG          PIC X(125)
                                        OCCURS 600 TIMES.
           01  WSV-IDX-COR              PIC 9(03) VALUE 0.
           01  WSV-IDX-COR-ANT          PIC 9(03) VALUE 0.
           01  WSV-NRO-CORRIDA          PIC 9(03) VALUE 0.

      * Ultimo cambio de categoria segun la historia.
           01  WSV-CAMBIO-FECHA         PIC X(08) VALUE SPACES.
           01  WSV-CAMBIO-CAT-ANT       PIC X(06) VALUE SPACES.
           01  WSV-CAMBIO-CAT-ACT       PIC X(06) VALUE SPACES.
           01  WSV-CAMBIO-SUELDO-ANT    PIC 9(06) VALUE 0.
           01  WSV-CAMBIO-SUELDO-ACT    PIC 9(06) VALUE 0.
           01  WSV-CAT-PREVIA           PIC X(06) VALUE SPACES.
           01  WSV-SUELDO-PREVIO        PIC 9(06) VALUE 0.
           01  WSV-CANT-NOTIF           PIC 9(05) VALUE 0.

      * Recibos del legajo en SUELREC: fecha de pago del recibo en
      * lectura y fechas de pago halladas para el legajo, para
      * orientar al operador cuando la corrida pedida no esta.
           01  WSV-RECIBO-FECHA         PIC X(08) VALUE SPACES.
           01  WSV-CANT-RECIBOS         PIC 9(03) VALUE 0.
           01  WSV-CANT-OTROS-RECIBOS   PIC 9(03) VALUE 0.
           01  WSV-OTRAS-FECHAS         PIC X(45) VALUE SPACES.
           01  WSV-PUNTERO-FECHAS       PIC 9(03) VALUE 1.

      * Vistas de los renglones del recibo de SUELDOS que
      * identifican la fecha de pago y el legajo de cada recibo.
           01  WSV-REG-RECIBO           PIC X(80).
           01  WSV-RECIBO-FECHA-LIN REDEFINES WSV-REG-RECIBO.
               05  WSV-RF-ROTULO        PIC X(15).
               05  WSV-RF-FECHA         PIC X(08).
               05  FILLER               PIC X(57).
           01  WSV-RECIBO-PERSONA-LIN REDEFINES WSV-REG-RECIBO.
               05  WSV-RP-ROTULO        PIC X(08).
               05  WSV-RP-LEGAJO        PIC X(08).
               05  FILLER               PIC X(64).
           01  WSC-RECIBO-BORDE         PIC X(80) VALUE ALL '='.

      * Vistas del reporte de rechazados de SUELBCOR: encabezado
      * con la fecha y la empresa del lote y renglon de rechazo.
           01  WSV-REG-RECHAZO          PIC X(132).
           01  WSV-RECHAZO-ENCAB REDEFINES WSV-REG-RECHAZO.
               05  WSV-RE-ROTULO        PIC X(37).
               05  WSV-RE-FECHA         PIC X(08).
               05  FILLER               PIC X(03).
               05  WSV-RE-EMPRESA       PIC X(30).
               05  FILLER               PIC X(54).
           01  WSV-RECHAZO-DET REDEFINES WSV-REG-RECHAZO.
               05  WSV-RD-LEGAJO        PIC X(08).
               05  FILLER               PIC X(26).
               05  WSV-RD-IMPORTE       PIC X(13).
               05  FILLER               PIC X(02).
               05  WSV-RD-MOTIVO        PIC X(30).
               05  FILLER               PIC X(53).
           01  WSC-ROTULO-LOTE          PIC X(37) VALUE
               'PAGOS RECHAZADOS POR EL BANCO - LOTE '.
           01  WSC-ROTULO-SIN-RESP      PIC X(42) VALUE
               '** TRANSFERENCIAS SIN RESPUESTA DEL BANCO'.

      * Resultado de la ultima transferencia del legajo.
           01  WSV-LOTE-FECHA           PIC X(08) VALUE SPACES.
           01  WSV-LOTE-EMPRESA         PIC X(30) VALUE SPACES.
           01  WSV-TRF-ESTADO           PIC X(02) VALUE SPACES.
               88  WSS-TRF-SIN-DATOS    VALUE SPACES.
               88  WSS-TRF-ACEPTADA     VALUE 'AC'.
               88  WSS-TRF-RECHAZADA    VALUE 'RE'.
               88  WSS-TRF-SIN-RESPUESTA VALUE 'SR'.
           01  WSV-TRF-IMPORTE          PIC X(13) VALUE SPACES.
           01  WSV-TRF-MOTIVO           PIC X(30) VALUE SPACES.
           01  WSV-TRF-IMPORTE-N        PIC 9(10) VALUE 0.
           01  WSV-REPAGO-SW            PIC X(01) VALUE 'N'.
               88  WSS-EN-COLA-REPAGO   VALUE 'S'.
           01  WSV-REPAGO-IMPORTE       PIC 9(10) VALUE 0.
           01  WSV-ULTIMA-CORRIDA       PIC X(08) VALUE SPACES.

      * Lineas de la consulta por consola.
           01  WSV-LINEA-RAYA           PIC X(78) VALUE ALL '-'.

           01  WSV-LINEA-TIT-CORRIDAS.
               05  FILLER               PIC X(40) VALUE
                   'NRO FECHA    CATEG.    BRUTO      BONO '.
               05  FILLER               PIC X(38) VALUE
                   ' DEDUCC.     NETO EMP DEPT'.

           01  WSV-LINEA-CORRIDA.
               05  WSV-LC-NRO           PIC ZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LC-FECHA         PIC X(08).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LC-CATEGORIA     PIC X(06).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LC-BRUTO         PIC ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LC-BONO          PIC Z,ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LC-DEDUCCIONES   PIC ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LC-NETO          PIC ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LC-EMPRESA       PIC X(03).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LC-DEPTO         PIC X(04).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LC-MARCA         PIC X(09).

           01  WSV-LINEA-IMPORTE.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LI-TEXTO         PIC X(30).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LI-IMPORTE       PIC ZZ,ZZZ,ZZ9.

           01  WSV-ED-CANTIDAD          PIC ZZ9.
           01  WSV-ED-SUELDO-ANT        PIC ZZZ,ZZ9.
           01  WSV-ED-SUELDO-ACT        PIC ZZZ,ZZ9.
           01  WSV-ED-IMPORTE           PIC Z,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       00-CONTROL.
           PERFORM 10-INICIO.
           PERFORM 20-ATENDER-CONSULTA
               UNTIL WSS-FIN-CONSULTAS.
           PERFORM 90-CIERRE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      *----------------------------------------------------------------
      * Identifica al operador, controla que la bitacora de consultas
      * se pueda grabar (sin bitacora no se muestra ningun dato) y
      * carga el catalogo de resguardos de historia.
      *----------------------------------------------------------------
       10-INICIO.
           ACCEPT WSV-USUARIO-CONSULTA FROM ENVIRONMENT "USER".
           IF WSV-USUARIO-CONSULTA = SPACES
            OR WSV-USUARIO-CONSULTA = LOW-VALUES
               DISPLAY "USUARIO NO IDENTIFICADO (VARIABLE USER), NO "
                       "SE PERMITEN CONSULTAS"
               STOP RUN
           END-IF.
           PERFORM 11-ABRIR-BITACORA.
           CLOSE FD-BITACORA.
           PERFORM 13-CARGAR-CATALOGO.
           DISPLAY "CONSULTA DE LEGAJOS - OPERADOR "
                   WSV-USUARIO-CONSULTA.
       10-INICIO-END.
       EXIT.

       11-ABRIR-BITACORA.
           OPEN EXTEND FD-BITACORA.
           IF WSV-FS-BITACORA = '35'
               OPEN OUTPUT FD-BITACORA
           END-IF.
           IF WSV-FS-BITACORA NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO BITACORA DE CONSULTAS, "
                       "STATUS " WSV-FS-BITACORA
               STOP RUN
           END-IF.
       11-ABRIR-BITACORA-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga los nombres de los resguardos de historia del catalogo
      * de SUELCIER. Sin catalogo solo se consulta la historia en
      * linea, con aviso.
      *----------------------------------------------------------------
       13-CARGAR-CATALOGO.
           OPEN INPUT FD-CATALOGO.
           IF WSV-FS-CATALOGO = '00'
               PERFORM 13B-LEER-CATALOGO
                   UNTIL WSV-FS-CATALOGO NOT = '00'
               CLOSE FD-CATALOGO
           ELSE
               DISPLAY "CATALOGO DE RESGUARDOS NO DISPONIBLE, SE "
                       "CONSULTA SOLO LA HISTORIA EN LINEA"
           END-IF.
       13-CARGAR-CATALOGO-END.
       EXIT.

       13B-LEER-CATALOGO.
           READ FD-CATALOGO
               AT END
                   CONTINUE
               NOT AT END
                   IF WSV-CANT-CATALOGO < 200
                       ADD 1 TO WSV-CANT-CATALOGO
                       MOVE FD-CAT-ARCHIVO
                           TO WSV-CAT-ARCHIVO(WSV-CANT-CATALOGO)
                   ELSE
                       DISPLAY "CATALOGO DE RESGUARDOS EXCEDE LAS "
                               "200 ENTRADAS, SE OMITE "
                               FD-CAT-ARCHIVO
                   END-IF
           END-READ.
       13B-LEER-CATALOGO-END.
       EXIT.

      *----------------------------------------------------------------
      * Pide un legajo y, si tiene historia, la muestra y atiende el
      * menu de consultas del legajo hasta que el operador pide
      * otro legajo o termina.
      *----------------------------------------------------------------
       20-ATENDER-CONSULTA.
           DISPLAY " ".
           DISPLAY "LEGAJO A CONSULTAR (ENTER O FIN PARA TERMINAR): "
               WITH NO ADVANCING.
           MOVE SPACES TO WSV-ENTRADA.
           ACCEPT WSV-ENTRADA.
           IF WSS-ENTRADA-FIN
               SET WSS-FIN-CONSULTAS TO TRUE
           ELSE
               PERFORM 25-CONVERTIR-ENTRADA
               IF WSS-ENTRADA-INVALIDA
                OR WSV-ENTRADA-NUM = 0
                   DISPLAY "LEGAJO INVALIDO: " WSV-ENTRADA
               ELSE
                   MOVE WSV-ENTRADA-NUM TO WSV-LEGAJO-CONSULTA
                   PERFORM 30-CONSULTAR-HISTORIA
                   IF WSV-CANT-CORRIDAS > 0
                       MOVE 'N' TO WSV-SW-FIN-MENU
                       PERFORM 40-MENU-LEGAJO
                           UNTIL WSS-FIN-MENU
                   END-IF
               END-IF
           END-IF.
       20-ATENDER-CONSULTA-END.
       EXIT.

      *----------------------------------------------------------------
      * Convierte la entrada del operador en WSV-ENTRADA-NUM: se
      * aceptan solo digitos, alineados a la izquierda y sin espacios
      * intermedios.
      *----------------------------------------------------------------
       25-CONVERTIR-ENTRADA.
           SET WSS-ENTRADA-INVALIDA TO TRUE.
           MOVE 0 TO WSV-ENTRADA-NUM.
           MOVE 0 TO WSV-LARGO-ENTRADA.
           INSPECT WSV-ENTRADA TALLYING WSV-LARGO-ENTRADA
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WSV-LARGO-ENTRADA > 0
               IF WSV-ENTRADA(1:WSV-LARGO-ENTRADA) IS NUMERIC
                   SET WSS-ENTRADA-VALIDA TO TRUE
                   IF WSV-LARGO-ENTRADA < 8
                       IF WSV-ENTRADA(WSV-LARGO-ENTRADA + 1:)
                           NOT = SPACES
                           SET WSS-ENTRADA-INVALIDA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WSS-ENTRADA-VALIDA
               MOVE WSV-ENTRADA(1:WSV-LARGO-ENTRADA)
                   TO WSV-ENTRADA-NUM
           END-IF.
       25-CONVERTIR-ENTRADA-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga las corridas del legajo de los resguardos catalogados
      * y de la historia en linea, registra la consulta y muestra la
      * historia. Un resguardo catalogado que no esta disponible no
      * frena la consulta, pero la historia se avisa como parcial.
      *----------------------------------------------------------------
       30-CONSULTAR-HISTORIA.
           MOVE 0 TO WSV-CANT-CORRIDAS.
           MOVE SPACES TO WSV-NOMBRE-CONSULTA.
           MOVE 'N' TO WSV-SW-HISTORIA-TRUNCA.
           MOVE 'N' TO WSV-SW-HISTORIA-PARCIAL.
           PERFORM 31-LEER-UN-RESGUARDO
               VARYING WSV-IDX-CAT FROM 1 BY 1
               UNTIL WSV-IDX-CAT > WSV-CANT-CATALOGO.
           OPEN INPUT FD-HISTORIA.
           IF WSV-FS-HISTORIA = '00'
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               PERFORM 33-LEER-HISTORIA
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-HISTORIA
           ELSE
               DISPLAY "HISTORIA DE CORRIDAS NO DISPONIBLE, STATUS "
                       WSV-FS-HISTORIA
               SET WSS-HISTORIA-PARCIAL TO TRUE
           END-IF.
           MOVE 'HIS' TO WSV-TIPO-CONSULTA.
           MOVE SPACES TO WSV-CORRIDA-CONSULTA.
           PERFORM 95-REGISTRAR-CONSULTA.
           IF WSV-CANT-CORRIDAS = 0
               DISPLAY "EL LEGAJO " WSV-LEGAJO-CONSULTA-X
                       " NO TIENE CORRIDAS EN LA HISTORIA"
           ELSE
               PERFORM 35-MOSTRAR-HISTORIA
           END-IF.
       30-CONSULTAR-HISTORIA-END.
       EXIT.

       31-LEER-UN-RESGUARDO.
           MOVE WSV-CAT-ARCHIVO(WSV-IDX-CAT) TO WSV-ARCHIVO-HIS-ARCH.
           OPEN INPUT FD-HIS-ARCHIVO.
           IF WSV-FS-HIS-ARCHIVO = '00'
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               PERFORM 32-LEER-RESGUARDO
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-HIS-ARCHIVO
           ELSE
               DISPLAY "RESGUARDO " WSV-ARCHIVO-HIS-ARCH
                       " NO DISPONIBLE, STATUS " WSV-FS-HIS-ARCHIVO
               SET WSS-HISTORIA-PARCIAL TO TRUE
           END-IF.
       31-LEER-UN-RESGUARDO-END.
       EXIT.

       32-LEER-RESGUARDO.
           READ FD-HIS-ARCHIVO
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-HIS-ARCHIVO-REC TO WSV-REG-HISTORIA
                   PERFORM 34-GUARDAR-CORRIDA
           END-READ.
       32-LEER-RESGUARDO-END.
       EXIT.

       33-LEER-HISTORIA.
           READ FD-HISTORIA
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-HISTORIA-REC TO WSV-REG-HISTORIA
                   PERFORM 34-GUARDAR-CORRIDA
           END-READ.
       33-LEER-HISTORIA-END.
       EXIT.

       34-GUARDAR-CORRIDA.
           IF WSV-RH-LEGAJO = WSV-LEGAJO-CONSULTA
               IF WSV-CANT-CORRIDAS < 600
                   ADD 1 TO WSV-CANT-CORRIDAS
                   MOVE WSV-REG-HISTORIA
                       TO WSV-COR-REG(WSV-CANT-CORRIDAS)
                   MOVE WSV-RH-NOMBRE TO WSV-NOMBRE-CONSULTA
               ELSE
                   SET WSS-HISTORIA-TRUNCA TO TRUE
               END-IF
           END-IF.
       34-GUARDAR-CORRIDA-END.
       EXIT.

      *----------------------------------------------------------------
      * Muestra la historia del legajo, una linea por corrida con su
      * numero para pedir el detalle. La liquidacion final se marca.
      *----------------------------------------------------------------
       35-MOSTRAR-HISTORIA.
           DISPLAY " ".
           DISPLAY "LEGAJO " WSV-LEGAJO-CONSULTA-X "  "
                   WSV-NOMBRE-CONSULTA.
           DISPLAY WSV-LINEA-RAYA.
           DISPLAY WSV-LINEA-TIT-CORRIDAS.
           DISPLAY WSV-LINEA-RAYA.
           PERFORM 36-MOSTRAR-CORRIDA
               VARYING WSV-IDX-COR FROM 1 BY 1
               UNTIL WSV-IDX-COR > WSV-CANT-CORRIDAS.
           DISPLAY WSV-LINEA-RAYA.
           IF WSS-HISTORIA-TRUNCA
               DISPLAY "** ATENCION: EL LEGAJO SUPERA LAS 600 "
                       "CORRIDAS, SE MUESTRAN LAS PRIMERAS"
           END-IF.
           IF WSS-HISTORIA-PARCIAL
               DISPLAY "** ATENCION: HISTORIA INCOMPLETA, HAY "
                       "ARCHIVOS DE HISTORIA NO DISPONIBLES"
           END-IF.
       35-MOSTRAR-HISTORIA-END.
       EXIT.

       36-MOSTRAR-CORRIDA.
           MOVE WSV-COR-REG(WSV-IDX-COR) TO WSV-REG-HISTORIA.
           MOVE WSV-IDX-COR         TO WSV-LC-NRO.
           MOVE WSV-RH-FECHA        TO WSV-LC-FECHA.
           MOVE WSV-RH-CATEGORIA    TO WSV-LC-CATEGORIA.
           MOVE WSV-RH-SUELDO       TO WSV-LC-BRUTO.
           MOVE WSV-RH-BONO         TO WSV-LC-BONO.
           MOVE WSV-RH-DEDUCCIONES  TO WSV-LC-DEDUCCIONES.
           MOVE WSV-RH-NETO         TO WSV-LC-NETO.
           MOVE WSV-RH-EMPRESA      TO WSV-LC-EMPRESA.
           MOVE WSV-RH-DEPTO        TO WSV-LC-DEPTO.
           EVALUATE TRUE
               WHEN WSS-RH-LIQ-FINAL
                   MOVE 'LIQ.FINAL' TO WSV-LC-MARCA
               WHEN WSS-RH-PAGO-SAC
                   MOVE 'AGUINALDO' TO WSV-LC-MARCA
               WHEN OTHER
                   MOVE SPACES TO WSV-LC-MARCA
           END-EVALUATE.
           DISPLAY WSV-LINEA-CORRIDA.
       36-MOSTRAR-CORRIDA-END.
       EXIT.

      *----------------------------------------------------------------
      * Menu de consultas sobre el legajo mostrado.
      *----------------------------------------------------------------
       40-MENU-LEGAJO.
           DISPLAY " ".
           DISPLAY "R=RECIBO DE UNA CORRIDA  C=CAMBIO DE CATEGORIA  "
                   "B=BANCO".
           DISPLAY "H=HISTORIA  V=OTRO LEGAJO  F=FIN  OPCION: "
               WITH NO ADVANCING.
           MOVE SPACE TO WSV-OPCION.
           ACCEPT WSV-OPCION.
           EVALUATE TRUE
               WHEN WSS-OPCION-RECIBO
                   PERFORM 50-CONSULTAR-RECIBO
               WHEN WSS-OPCION-CATEGORIA
                   PERFORM 60-CONSULTAR-CATEGORIA
               WHEN WSS-OPCION-BANCO
                   PERFORM 70-CONSULTAR-BANCO
               WHEN WSS-OPCION-HISTORIA
                   PERFORM 35-MOSTRAR-HISTORIA
               WHEN WSS-OPCION-VOLVER
                   SET WSS-FIN-MENU TO TRUE
               WHEN WSS-OPCION-FIN
                   SET WSS-FIN-MENU TO TRUE
                   SET WSS-FIN-CONSULTAS TO TRUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA: " WSV-OPCION
           END-EVALUATE.
       40-MENU-LEGAJO-END.
       EXIT.

      *----------------------------------------------------------------
      * Recibo de una corrida de la historia. El detalle por concepto
      * sale de los recibos de SUELREC con la fecha de pago de la
      * corrida; SUELREC conserva solo la ultima corrida de SUELDOS,
      * asi que para las anteriores se muestra el desglose que guarda
      * la historia. La liquidacion final y el pago de aguinaldo se
      * desglosan siempre desde la historia.
      *----------------------------------------------------------------
       50-CONSULTAR-RECIBO.
           DISPLAY "NUMERO DE CORRIDA (1 A " WSV-CANT-CORRIDAS "): "
               WITH NO ADVANCING.
           MOVE SPACES TO WSV-ENTRADA.
           ACCEPT WSV-ENTRADA.
           PERFORM 25-CONVERTIR-ENTRADA.
           IF WSS-ENTRADA-INVALIDA
            OR WSV-ENTRADA-NUM = 0
            OR WSV-ENTRADA-NUM > WSV-CANT-CORRIDAS
               DISPLAY "NUMERO DE CORRIDA INVALIDO: " WSV-ENTRADA
           ELSE
               MOVE WSV-ENTRADA-NUM TO WSV-NRO-CORRIDA
               MOVE WSV-COR-REG(WSV-NRO-CORRIDA) TO WSV-REG-HISTORIA
               MOVE 'REC' TO WSV-TIPO-CONSULTA
               MOVE WSV-RH-FECHA TO WSV-CORRIDA-CONSULTA
               PERFORM 95-REGISTRAR-CONSULTA
               DISPLAY " "
               EVALUATE TRUE
                   WHEN WSS-RH-LIQ-FINAL
                       PERFORM 55-MOSTRAR-LIQ-FINAL
                   WHEN WSS-RH-PAGO-SAC
                       PERFORM 56-MOSTRAR-PAGO-SAC
                   WHEN OTHER
                       PERFORM 51-BUSCAR-RECIBOS
                       IF WSV-CANT-RECIBOS = 0
                           PERFORM 54-MOSTRAR-DESGLOSE-HISTORIA
                       END-IF
               END-EVALUATE
           END-IF.
       50-CONSULTAR-RECIBO-END.
       EXIT.

      *----------------------------------------------------------------
      * Recorre SUELREC mostrando los recibos del legajo con la fecha
      * de pago de la corrida pedida (puede haber mas de uno si la
      * corrida se reanudo). Anota las otras fechas de pago del
      * legajo que encuentre.
      *----------------------------------------------------------------
       51-BUSCAR-RECIBOS.
           MOVE 0 TO WSV-CANT-RECIBOS.
           MOVE 0 TO WSV-CANT-OTROS-RECIBOS.
           MOVE SPACES TO WSV-OTRAS-FECHAS.
           MOVE 1 TO WSV-PUNTERO-FECHAS.
           MOVE SPACES TO WSV-RECIBO-FECHA.
           MOVE 'N' TO WSV-SW-EN-RECIBO.
           OPEN INPUT FD-RECIBOS.
           IF WSV-FS-RECIBOS = '00'
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               PERFORM 52-LEER-RECIBO
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-RECIBOS
           ELSE
               DISPLAY "RECIBOS (SUELREC) NO DISPONIBLES, STATUS "
                       WSV-FS-RECIBOS
           END-IF.
       51-BUSCAR-RECIBOS-END.
       EXIT.

       52-LEER-RECIBO.
           READ FD-RECIBOS
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-RECIBO-REC TO WSV-REG-RECIBO
                   PERFORM 53-ANALIZAR-RENGLON
           END-READ.
       52-LEER-RECIBO-END.
       EXIT.

       53-ANALIZAR-RENGLON.
           IF WSS-EN-RECIBO
               IF WSV-REG-RECIBO = WSC-RECIBO-BORDE
                   MOVE 'N' TO WSV-SW-EN-RECIBO
               END-IF
               DISPLAY WSV-REG-RECIBO
           ELSE
               IF WSV-RF-ROTULO = 'FECHA DE PAGO: '
                   MOVE WSV-RF-FECHA TO WSV-RECIBO-FECHA
               END-IF
               IF WSV-RP-ROTULO = 'LEGAJO: '
                AND WSV-RP-LEGAJO = WSV-LEGAJO-CONSULTA-X
                   IF WSV-RECIBO-FECHA = WSV-RH-FECHA
                       ADD 1 TO WSV-CANT-RECIBOS
                       SET WSS-EN-RECIBO TO TRUE
                       DISPLAY WSC-RECIBO-BORDE
                       DISPLAY "FECHA DE PAGO: " WSV-RECIBO-FECHA
                       DISPLAY WSV-REG-RECIBO
                   ELSE
                       PERFORM 53B-ANOTAR-OTRA-FECHA
                   END-IF
               END-IF
           END-IF.
       53-ANALIZAR-RENGLON-END.
       EXIT.

       53B-ANOTAR-OTRA-FECHA.
           ADD 1 TO WSV-CANT-OTROS-RECIBOS.
           IF WSV-PUNTERO-FECHAS < 37
               STRING WSV-RECIBO-FECHA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      INTO WSV-OTRAS-FECHAS
                      WITH POINTER WSV-PUNTERO-FECHAS
           END-IF.
       53B-ANOTAR-OTRA-FECHA-END.
       EXIT.

      *----------------------------------------------------------------
      * Desglose de una corrida mensual tal como quedo en la
      * historia: bruto con sus novedades, total de deducciones, neto
      * y bono.
      *----------------------------------------------------------------
       54-MOSTRAR-DESGLOSE-HISTORIA.
           DISPLAY "EL RECIBO DE LA CORRIDA " WSV-RH-FECHA
                   " NO ESTA EN SUELREC (SOLO CONSERVA LA ULTIMA "
                   "CORRIDA)".
           IF WSV-CANT-OTROS-RECIBOS > 0
               DISPLAY "SUELREC TIENE RECIBOS DEL LEGAJO CON FECHA "
                       "DE PAGO " WSV-OTRAS-FECHAS
           END-IF.
           DISPLAY "DESGLOSE SEGUN LA HISTORIA, CORRIDA "
                   WSV-RH-FECHA " CATEGORIA " WSV-RH-CATEGORIA
                   " DEPTO " WSV-RH-DEPTO " EMPRESA "
                   WSV-RH-EMPRESA.
           DISPLAY WSV-LINEA-RAYA.
           IF WSV-RH-NOVEDADES IS NUMERIC
               IF WSV-RH-DIAS-AUS > 0
                   MOVE WSV-RH-DIAS-AUS TO WSV-ED-CANTIDAD
                   MOVE SPACES TO WSV-LI-TEXTO
                   STRING 'AUSENCIAS ' DELIMITED BY SIZE
                          WSV-ED-CANTIDAD DELIMITED BY SIZE
                          ' DIAS (-)' DELIMITED BY SIZE
                          INTO WSV-LI-TEXTO
                   MOVE WSV-RH-IMP-AUS TO WSV-LI-IMPORTE
                   DISPLAY WSV-LINEA-IMPORTE
               END-IF
               IF WSV-RH-HORAS-50 > 0
                   MOVE WSV-RH-HORAS-50 TO WSV-ED-CANTIDAD
                   MOVE SPACES TO WSV-LI-TEXTO
                   STRING 'HORAS EXTRA 50% ' DELIMITED BY SIZE
                          WSV-ED-CANTIDAD DELIMITED BY SIZE
                          ' HS' DELIMITED BY SIZE
                          INTO WSV-LI-TEXTO
                   MOVE WSV-RH-IMP-50 TO WSV-LI-IMPORTE
                   DISPLAY WSV-LINEA-IMPORTE
               END-IF
               IF WSV-RH-HORAS-100 > 0
                   MOVE WSV-RH-HORAS-100 TO WSV-ED-CANTIDAD
                   MOVE SPACES TO WSV-LI-TEXTO
                   STRING 'HORAS EXTRA 100% ' DELIMITED BY SIZE
                          WSV-ED-CANTIDAD DELIMITED BY SIZE
                          ' HS' DELIMITED BY SIZE
                          INTO WSV-LI-TEXTO
                   MOVE WSV-RH-IMP-100 TO WSV-LI-IMPORTE
                   DISPLAY WSV-LINEA-IMPORTE
               END-IF
               IF WSV-RH-IMP-ADIC > 0
                   MOVE 'ADICIONAL FIJO' TO WSV-LI-TEXTO
                   MOVE WSV-RH-IMP-ADIC  TO WSV-LI-IMPORTE
                   DISPLAY WSV-LINEA-IMPORTE
               END-IF
           END-IF.
           MOVE 'SUELDO BRUTO MENSUAL' TO WSV-LI-TEXTO.
           MOVE WSV-RH-SUELDO TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'TOTAL DEDUCCIONES' TO WSV-LI-TEXTO.
           MOVE WSV-RH-DEDUCCIONES TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'SUELDO NETO' TO WSV-LI-TEXTO.
           MOVE WSV-RH-NETO TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'BONO ANUAL' TO WSV-LI-TEXTO.
           MOVE WSV-RH-BONO TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           DISPLAY WSV-LINEA-RAYA.
       54-MOSTRAR-DESGLOSE-HISTORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Desglose de la liquidacion final registrado por SUELLIQF en
      * la historia.
      *----------------------------------------------------------------
       55-MOSTRAR-LIQ-FINAL.
           DISPLAY "LIQUIDACION FINAL, FECHA DE BAJA " WSV-RH-FECHA
                   " MOTIVO " WSV-RH-FIN-MOTIVO
                   " CATEGORIA " WSV-RH-CATEGORIA.
           DISPLAY WSV-LINEA-RAYA.
           MOVE WSV-RH-FIN-DIAS-MES TO WSV-ED-CANTIDAD.
           MOVE SPACES TO WSV-LI-TEXTO.
           STRING 'DIAS TRABAJADOS ' DELIMITED BY SIZE
                  WSV-ED-CANTIDAD DELIMITED BY SIZE
                  INTO WSV-LI-TEXTO.
           MOVE WSV-RH-FIN-IMP-DIAS TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'SAC PROPORCIONAL' TO WSV-LI-TEXTO.
           MOVE WSV-RH-FIN-IMP-SAC TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE WSV-RH-FIN-DIAS-VAC TO WSV-ED-CANTIDAD.
           MOVE SPACES TO WSV-LI-TEXTO.
           STRING 'VACACIONES NO GOZADAS ' DELIMITED BY SIZE
                  WSV-ED-CANTIDAD DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO WSV-LI-TEXTO.
           MOVE WSV-RH-FIN-IMP-VAC TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'INDEMNIZACION' TO WSV-LI-TEXTO.
           MOVE WSV-RH-FIN-IMP-INDEM TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'TOTAL BRUTO' TO WSV-LI-TEXTO.
           MOVE WSV-RH-SUELDO TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'TOTAL DEDUCCIONES' TO WSV-LI-TEXTO.
           MOVE WSV-RH-DEDUCCIONES TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'NETO A PAGAR' TO WSV-LI-TEXTO.
           MOVE WSV-RH-NETO TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           DISPLAY WSV-LINEA-RAYA.
       55-MOSTRAR-LIQ-FINAL-END.
       EXIT.

      *----------------------------------------------------------------
      * Pago de aguinaldo registrado por SUELSAC en la historia.
      *----------------------------------------------------------------
       56-MOSTRAR-PAGO-SAC.
           DISPLAY "PAGO DE AGUINALDO, SEMESTRE " WSV-RH-SAC-SEMESTRE
                   " FECHA " WSV-RH-FECHA
                   " CATEGORIA " WSV-RH-CATEGORIA.
           DISPLAY WSV-LINEA-RAYA.
           MOVE WSV-RH-SAC-DIAS TO WSV-ED-CANTIDAD.
           MOVE SPACES TO WSV-LI-TEXTO.
           STRING 'AGUINALDO ' DELIMITED BY SIZE
                  WSV-ED-CANTIDAD DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO WSV-LI-TEXTO.
           MOVE WSV-RH-SUELDO TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'TOTAL DEDUCCIONES' TO WSV-LI-TEXTO.
           MOVE WSV-RH-DEDUCCIONES TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           MOVE 'NETO A PAGAR' TO WSV-LI-TEXTO.
           MOVE WSV-RH-NETO TO WSV-LI-IMPORTE.
           DISPLAY WSV-LINEA-IMPORTE.
           DISPLAY WSV-LINEA-RAYA.
       56-MOSTRAR-PAGO-SAC-END.
       EXIT.

      *----------------------------------------------------------------
      * Ultimo cambio de categoria del legajo: la notificacion de
      * SUELCOMP en SUELCATN (solo cubre la ultima comparacion) y el
      * ultimo cambio que se ve en la historia del legajo.
      *----------------------------------------------------------------
       60-CONSULTAR-CATEGORIA.
           MOVE 'CAT' TO WSV-TIPO-CONSULTA.
           MOVE SPACES TO WSV-CORRIDA-CONSULTA.
           PERFORM 95-REGISTRAR-CONSULTA.
           DISPLAY " ".
           MOVE 0 TO WSV-CANT-NOTIF.
           OPEN INPUT FD-NOTIF-CAT.
           IF WSV-FS-NOTIF-CAT = '00'
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               PERFORM 61-LEER-NOTIFICACION
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-NOTIF-CAT
               IF WSV-CANT-NOTIF = 0
                   DISPLAY "SIN NOTIFICACION DE CAMBIO DE CATEGORIA "
                           "EN LA ULTIMA COMPARACION (SUELCATN)"
               END-IF
           ELSE
               DISPLAY "NOTIFICACIONES DE CATEGORIA (SUELCATN) NO "
                       "DISPONIBLES, STATUS " WSV-FS-NOTIF-CAT
           END-IF.
           PERFORM 62-BUSCAR-CAMBIO-HISTORIA.
           IF WSV-CAMBIO-FECHA = SPACES
               DISPLAY "SIN CAMBIOS DE CATEGORIA EN LA HISTORIA DEL "
                       "LEGAJO"
           ELSE
               MOVE WSV-CAMBIO-SUELDO-ANT TO WSV-ED-SUELDO-ANT
               MOVE WSV-CAMBIO-SUELDO-ACT TO WSV-ED-SUELDO-ACT
               DISPLAY "SEGUN LA HISTORIA: CORRIDA " WSV-CAMBIO-FECHA
                       " " WSV-CAMBIO-CAT-ANT " -> "
                       WSV-CAMBIO-CAT-ACT " SUELDO "
                       WSV-ED-SUELDO-ANT " -> " WSV-ED-SUELDO-ACT
           END-IF.
       60-CONSULTAR-CATEGORIA-END.
       EXIT.

       61-LEER-NOTIFICACION.
           READ FD-NOTIF-CAT
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   IF FD-NOT-LEGAJO = WSV-LEGAJO-CONSULTA
                       ADD 1 TO WSV-CANT-NOTIF
                       MOVE FD-NOT-SUELDO-ANT TO WSV-ED-SUELDO-ANT
                       MOVE FD-NOT-SUELDO-ACT TO WSV-ED-SUELDO-ACT
                       DISPLAY "NOTIFICADO EN SUELCATN: VIGENCIA "
                               FD-NOT-FECHA " " FD-NOT-CAT-ANT
                               " -> " FD-NOT-CAT-ACT " SUELDO "
                               WSV-ED-SUELDO-ANT " -> "
                               WSV-ED-SUELDO-ACT
                   END-IF
           END-READ.
       61-LEER-NOTIFICACION-END.
       EXIT.

      *----------------------------------------------------------------
      * Recorre las corridas mensuales del legajo (sin la
      * liquidacion final) y se queda con el ultimo cambio de
      * categoria entre dos corridas consecutivas.
      *----------------------------------------------------------------
       62-BUSCAR-CAMBIO-HISTORIA.
           MOVE SPACES TO WSV-CAMBIO-FECHA.
           MOVE SPACES TO WSV-CAT-PREVIA.
           MOVE 0 TO WSV-SUELDO-PREVIO.
           PERFORM 63-COMPARAR-CATEGORIA
               VARYING WSV-IDX-COR FROM 1 BY 1
               UNTIL WSV-IDX-COR > WSV-CANT-CORRIDAS.
       62-BUSCAR-CAMBIO-HISTORIA-END.
       EXIT.

       63-COMPARAR-CATEGORIA.
           MOVE WSV-COR-REG(WSV-IDX-COR) TO WSV-REG-HISTORIA.
           IF NOT WSS-RH-LIQ-FINAL
            AND NOT WSS-RH-PAGO-SAC
               IF WSV-CAT-PREVIA NOT = SPACES
                AND WSV-RH-CATEGORIA NOT = WSV-CAT-PREVIA
                   MOVE WSV-RH-FECHA      TO WSV-CAMBIO-FECHA
                   MOVE WSV-CAT-PREVIA    TO WSV-CAMBIO-CAT-ANT
                   MOVE WSV-RH-CATEGORIA  TO WSV-CAMBIO-CAT-ACT
                   MOVE WSV-SUELDO-PREVIO TO WSV-CAMBIO-SUELDO-ANT
                   MOVE WSV-RH-SUELDO     TO WSV-CAMBIO-SUELDO-ACT
               END-IF
               MOVE WSV-RH-CATEGORIA TO WSV-CAT-PREVIA
               MOVE WSV-RH-SUELDO    TO WSV-SUELDO-PREVIO
           END-IF.
       63-COMPARAR-CATEGORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Resultado de la ultima transferencia del legajo segun la
      * ultima conciliacion de SUELBCOR: el reporte SUELBRCH da el
      * lote y los rechazos y faltas de respuesta, el retorno del
      * banco BCORESP confirma las acreditadas y la cola SUELBREP
      * dice si el rechazo espera el lote suplementario.
      *----------------------------------------------------------------
       70-CONSULTAR-BANCO.
           MOVE 'BCO' TO WSV-TIPO-CONSULTA.
           MOVE SPACES TO WSV-CORRIDA-CONSULTA.
           PERFORM 95-REGISTRAR-CONSULTA.
           DISPLAY " ".
           MOVE SPACES TO WSV-LOTE-FECHA.
           MOVE SPACES TO WSV-LOTE-EMPRESA.
           MOVE SPACES TO WSV-TRF-ESTADO.
           MOVE SPACES TO WSV-TRF-IMPORTE.
           MOVE SPACES TO WSV-TRF-MOTIVO.
           MOVE 'N' TO WSV-REPAGO-SW.
           OPEN INPUT FD-REPORTE-RECH.
           IF WSV-FS-REPORTE-RECH NOT = '00'
               DISPLAY "SIN CONCILIACION BANCARIA DISPONIBLE "
                       "(SUELBRCH), STATUS " WSV-FS-REPORTE-RECH
           ELSE
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               MOVE 'N' TO WSV-SW-SIN-RESPUESTA
               PERFORM 71-LEER-RECHAZO
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-REPORTE-RECH
               IF WSS-TRF-SIN-DATOS
                   PERFORM 73-BUSCAR-RETORNO
               END-IF
               IF WSS-TRF-RECHAZADA
                   PERFORM 75-BUSCAR-REPAGO
               END-IF
               PERFORM 77-MOSTRAR-TRANSFERENCIA
           END-IF.
       70-CONSULTAR-BANCO-END.
       EXIT.

       71-LEER-RECHAZO.
           READ FD-REPORTE-RECH
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-REPORTE-RECH-REC TO WSV-REG-RECHAZO
                   PERFORM 72-ANALIZAR-RECHAZO
           END-READ.
       71-LEER-RECHAZO-END.
       EXIT.

       72-ANALIZAR-RECHAZO.
           IF WSV-RE-ROTULO = WSC-ROTULO-LOTE
               MOVE WSV-RE-FECHA   TO WSV-LOTE-FECHA
               MOVE WSV-RE-EMPRESA TO WSV-LOTE-EMPRESA
           END-IF.
           IF WSV-REG-RECHAZO(1:42) = WSC-ROTULO-SIN-RESP
               SET WSS-SECCION-SIN-RESP TO TRUE
           END-IF.
           IF WSV-RD-LEGAJO = WSV-LEGAJO-CONSULTA-X
               MOVE WSV-RD-IMPORTE TO WSV-TRF-IMPORTE
               MOVE WSV-RD-MOTIVO  TO WSV-TRF-MOTIVO
               IF WSS-SECCION-SIN-RESP
                   SET WSS-TRF-SIN-RESPUESTA TO TRUE
               ELSE
                   SET WSS-TRF-RECHAZADA TO TRUE
               END-IF
           END-IF.
       72-ANALIZAR-RECHAZO-END.
       EXIT.

      *----------------------------------------------------------------
      * Sin rechazo en el reporte, busca la respuesta del banco para
      * el legajo en el retorno que se concilio.
      *----------------------------------------------------------------
       73-BUSCAR-RETORNO.
           OPEN INPUT FD-RETORNO.
           IF WSV-FS-RETORNO = '00'
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               PERFORM 74-LEER-RETORNO
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-RETORNO
           ELSE
               DISPLAY "RETORNO DEL BANCO (BCORESP) NO DISPONIBLE, "
                       "STATUS " WSV-FS-RETORNO
           END-IF.
       73-BUSCAR-RETORNO-END.
       EXIT.

       74-LEER-RETORNO.
           READ FD-RETORNO
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   IF FD-RET-TIPO = 'D'
                    AND FD-RET-LEGAJO = WSV-LEGAJO-CONSULTA-X
                    AND FD-RET-ESTADO = 'AC'
                       SET WSS-TRF-ACEPTADA TO TRUE
                       MOVE SPACES TO WSV-TRF-IMPORTE
                       IF FD-RET-IMPORTE IS NUMERIC
                           MOVE FD-RET-IMPORTE TO WSV-TRF-IMPORTE-N
                           MOVE WSV-TRF-IMPORTE-N TO WSV-ED-IMPORTE
                           MOVE WSV-ED-IMPORTE TO WSV-TRF-IMPORTE
                       END-IF
                       MOVE FD-RET-MOTIVO TO WSV-TRF-MOTIVO
                   END-IF
           END-READ.
       74-LEER-RETORNO-END.
       EXIT.

      *----------------------------------------------------------------
      * Controla si el rechazo del legajo esta en la cola de repago.
      *----------------------------------------------------------------
       75-BUSCAR-REPAGO.
           OPEN INPUT FD-REPAGO.
           IF WSV-FS-REPAGO = '00'
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               PERFORM 76-LEER-REPAGO
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-REPAGO
           END-IF.
       75-BUSCAR-REPAGO-END.
       EXIT.

       76-LEER-REPAGO.
           READ FD-REPAGO
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   IF FD-REP-LEGAJO = WSV-LEGAJO-CONSULTA
                       SET WSS-EN-COLA-REPAGO TO TRUE
                       MOVE FD-REP-IMPORTE TO WSV-REPAGO-IMPORTE
                   END-IF
           END-READ.
       76-LEER-REPAGO-END.
       EXIT.

       77-MOSTRAR-TRANSFERENCIA.
           DISPLAY "ULTIMO LOTE CONCILIADO: " WSV-LOTE-FECHA " - "
                   WSV-LOTE-EMPRESA.
           EVALUATE TRUE
               WHEN WSS-TRF-RECHAZADA
                   DISPLAY "TRANSFERENCIA RECHAZADA POR EL BANCO, "
                           "IMPORTE " WSV-TRF-IMPORTE
                   DISPLAY "MOTIVO: " WSV-TRF-MOTIVO
                   IF WSS-EN-COLA-REPAGO
                       MOVE WSV-REPAGO-IMPORTE TO WSV-ED-IMPORTE
                       DISPLAY "EN COLA DE REPAGO (SUELBREP) POR "
                               WSV-ED-IMPORTE
                   ELSE
                       DISPLAY "NO FIGURA EN LA COLA DE REPAGO "
                               "(SUELBREP)"
                   END-IF
               WHEN WSS-TRF-SIN-RESPUESTA
                   DISPLAY "TRANSFERENCIA SIN RESPUESTA DEL BANCO, "
                           "IMPORTE " WSV-TRF-IMPORTE
                   DISPLAY "RECLAMAR AL BANCO ANTES DE DARLA POR "
                           "ACREDITADA"
               WHEN WSS-TRF-ACEPTADA
                   DISPLAY "TRANSFERENCIA ACREDITADA, IMPORTE "
                           WSV-TRF-IMPORTE
               WHEN OTHER
                   DISPLAY "EL LEGAJO NO FIGURA EN EL ULTIMO LOTE "
                           "CONCILIADO"
           END-EVALUATE.
           PERFORM 78-ULTIMA-CORRIDA.
           IF WSV-ULTIMA-CORRIDA > WSV-LOTE-FECHA
               DISPLAY "** LA ULTIMA CORRIDA DEL LEGAJO ("
                       WSV-ULTIMA-CORRIDA ") ES POSTERIOR AL LOTE: "
                       "SU PAGO TODAVIA NO FUE CONCILIADO"
           END-IF.
       77-MOSTRAR-TRANSFERENCIA-END.
       EXIT.

       78-ULTIMA-CORRIDA.
           MOVE SPACES TO WSV-ULTIMA-CORRIDA.
           PERFORM 79-COMPARAR-FECHA-CORRIDA
               VARYING WSV-IDX-COR FROM 1 BY 1
               UNTIL WSV-IDX-COR > WSV-CANT-CORRIDAS.
       78-ULTIMA-CORRIDA-END.
       EXIT.

       79-COMPARAR-FECHA-CORRIDA.
           MOVE WSV-COR-REG(WSV-IDX-COR) TO WSV-REG-HISTORIA.
           IF NOT WSS-RH-LIQ-FINAL
            AND NOT WSS-RH-PAGO-SAC
            AND WSV-RH-FECHA > WSV-ULTIMA-CORRIDA
               MOVE WSV-RH-FECHA TO WSV-ULTIMA-CORRIDA
           END-IF.
       79-COMPARAR-FECHA-CORRIDA-END.
       EXIT.

      *----------------------------------------------------------------
      * Fin de la sesion de consultas.
      *----------------------------------------------------------------
       90-CIERRE.
           DISPLAY "FIN DE LA CONSULTA DE LEGAJOS, "
                   WSV-CANT-CONSULTAS " CONSULTA(S) REGISTRADA(S)".
       90-CIERRE-END.
       EXIT.

      *----------------------------------------------------------------
      * Registra una consulta en la bitacora antes de mostrar los
      * datos. Se abre y se cierra en cada registro para que la
      * consulta quede grabada aunque la sesion se corte.
      *----------------------------------------------------------------
       95-REGISTRAR-CONSULTA.
           ACCEPT WSV-FECHA-CONSULTA FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-CONSULTA FROM TIME.
           PERFORM 11-ABRIR-BITACORA.
           MOVE WSV-FECHA-CONSULTA   TO FD-BIT-FECHA.
           MOVE WSV-HORA-CONSULTA    TO FD-BIT-HORA.
           MOVE WSV-USUARIO-CONSULTA TO FD-BIT-USUARIO.
           MOVE WSV-LEGAJO-CONSULTA  TO FD-BIT-LEGAJO.
           MOVE WSV-TIPO-CONSULTA    TO FD-BIT-CONSULTA.
           MOVE WSV-CORRIDA-CONSULTA TO FD-BIT-CORRIDA.
           WRITE FD-BITACORA-REC.
           CLOSE FD-BITACORA.
           ADD 1 TO WSV-CANT-CONSULTAS.
       95-REGISTRAR-CONSULTA-END.
       EXIT.

       END PROGRAM SUELCONS.
