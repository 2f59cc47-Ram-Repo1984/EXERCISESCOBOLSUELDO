      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Liquidacion final de los legajos dados de baja. Lee
      *            el archivo de bajas BAJAS (legajo, fecha de baja,
      *            motivo y dias de vacaciones ya gozados en el ano),
      *            toma del maestro LEGAJOS el CBU, la empresa y la
      *            fecha de ingreso, y de la historia SUELHIS y sus
      *            resguardos (catalogo SUELHCAT) la ultima categoria
      *            y sueldo de la persona. Calcula cada rubro de la
      *            liquidacion: dias trabajados del mes de la baja,
      *            SAC proporcional, vacaciones no gozadas e
      *            indemnizacion por antiguedad en los despidos sin
      *            causa, y aplica los conceptos de DEDUCCIO sobre
      *            los rubros remunerativos. Emite el recibo de
      *            liquidacion final SUELFREC, el archivo de pagos
      *            por empresa (SUELFBP + codigo) y la salida
      *            contable por empresa (SUELFDP + codigo), ambos
      *            pendientes de liberacion, los asientos SUELFASI,
      *            el listado SUELFINL, deja pendiente el registro
      *            de historia de liquidacion final de cada legajo
      *            (SUELFHP + codigo, que SUELBLIB agrega a SUELHIS
      *            al liberar el pago), deja en LEGMOVF los
      *            movimientos de baja para SUELMAES y registra la
      *            corrida en SUELAUD (tipo 'LIQ') seguida de un
      *            registro 'PEN' por archivo de pagos pendiente.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      *  - Version inicial de la liquidacion final.
      *  - El maestro de legajos se controla al cargarlo: debe leerse
      *    hasta el final y venir en orden ascendente de legajo, ya
      *    que la busqueda corta al pasar el legajo buscado.
      *  - Los archivos de pagos y las salidas contables quedan
      *    pendientes de liberacion (SUELFBP y SUELFDP + codigo) con
      *    el registro de la corrida y un 'PEN' por archivo en
      *    SUELAUD; SUELBLIB, aprobada por otro usuario, genera los
      *    SUELFBC y SUELFDC que se transmiten.
      *  - El SAC proporcional descuenta el SAC del semestre de la
      *    baja que SUELSAC ya pago (registro 'S' de la historia), y
      *    la historia se lee hasta la fecha de la corrida para
      *    encontrar los pagos y liquidaciones posteriores a la baja.
      *  - La liquidacion no corre mientras un archivo de pagos de
      *    liquidacion final tenga transferencias sin liberar ni
      *    rechazar en SUELBLIB; uno rechazado se puede reemplazar.
      *    El control se hace antes de abrir cualquier salida.
      *  - El registro de historia de la liquidacion final queda
      *    pendiente por empresa (SUELFHP + codigo) junto con el
      *    archivo de pagos y SUELBLIB lo agrega a SUELHIS al
      *    liberarlo: una liquidacion pendiente o rechazada no
      *    figura como ya registrada y se puede volver a liquidar.
      *  - Los totales de retenciones por concepto arrancan en cero
      *    (partidas haber del asiento).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELLIQF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-BAJAS        ASSIGN TO "BAJAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BAJAS.

           SELECT FD-HISTORIA     ASSIGN TO "SUELHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HISTORIA.

           SELECT FD-HIS-ARCHIVO  ASSIGN USING WSV-ARCHIVO-HIS-ARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HIS-ARCHIVO.

           SELECT FD-CATALOGO     ASSIGN TO "SUELHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CATALOGO.

           SELECT FD-MAESTRO      ASSIGN TO "LEGAJOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-MAESTRO.

           SELECT FD-DEDUCCIONES  ASSIGN TO "DEDUCCIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DEDUCCIONES.

           SELECT FD-EMPRESAS     ASSIGN TO "EMPRESAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-EMPRESAS.

           SELECT FD-CUENTAS      ASSIGN TO "CUENTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CUENTAS.

           SELECT FD-BANCO-EMP    ASSIGN USING WSV-ARCHIVO-BANCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BANCO-EMP.

           SELECT FD-SALIDA-EMP   ASSIGN USING WSV-ARCHIVO-CONTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-SALIDA-EMP.

           SELECT FD-HIST-PEND    ASSIGN USING WSV-ARCHIVO-HIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HIST-PEND.

           SELECT FD-ASIENTOS     ASSIGN TO "SUELFASI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ASIENTOS.

           SELECT FD-RECIBOS      ASSIGN TO "SUELFREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-RECIBOS.

           SELECT FD-REPORTE      ASSIGN TO "SUELFINL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-REPORTE.

           SELECT FD-MOVIMIENTOS  ASSIGN TO "LEGMOVF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-MOVIMIENTOS.

           SELECT FD-AUDITORIA    ASSIGN TO "SUELAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

      * Bajas a liquidar: legajo, fecha de baja (AAAAMMDD), motivo
      * ('R' renuncia, 'D' despido sin causa, 'C' despido con causa,
      * 'J' jubilacion, 'A' mutuo acuerdo) y dias de vacaciones del
      * ano ya gozados (en blanco, ninguno).
       FD  FD-BAJAS
           LABEL RECORDS ARE STANDARD.
       01  FD-BAJA-REC.
           05  FD-BAJ-LEGAJO            PIC X(08).
           05  FD-BAJ-FECHA             PIC X(08).
           05  FD-BAJ-MOTIVO            PIC X(01).
           05  FD-BAJ-VAC-GOZADAS       PIC X(02).

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

      * Mismo layout que FD-MAESTRO-REC de SUELMAES.
       FD  FD-MAESTRO
           LABEL RECORDS ARE STANDARD.
       01  FD-MAESTRO-REC               PIC X(84).

      * Parametros de deducciones: concepto (6) y porcentaje en
      * centesimas (4), los mismos que aplica SUELDOS.
       FD  FD-DEDUCCIONES
           LABEL RECORDS ARE STANDARD.
       01  FD-DEDUCCION-REC.
           05  FD-DED-CONCEPTO          PIC X(06).
           05  FD-DED-PORCENTAJE        PIC X(04).

       FD  FD-EMPRESAS
           LABEL RECORDS ARE STANDARD.
       01  FD-EMPRESA-REC.
           05  FD-EMP-CODIGO            PIC X(03).
           05  FD-EMP-NOMBRE            PIC X(30).
           05  FD-EMP-CONVENIO          PIC X(10).

       FD  FD-CUENTAS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUENTA-REC.
           05  FD-CTA-TIPO              PIC X(01).
           05  FD-CTA-CLAVE             PIC X(06).
           05  FD-CTA-CUENTA            PIC X(08).

      * Archivo de pagos de la liquidacion final de una empresa,
      * pendiente de liberacion (SUELFBP + codigo): cabecera 'H',
      * transferencias 'D' y trailer 'T', con el mismo formato que
      * SUELBCO.
       FD  FD-BANCO-EMP
           LABEL RECORDS ARE STANDARD.
       01  FD-BANCO-EMP-REC             PIC X(41).

      * Salida contable de la liquidacion final de una empresa,
      * pendiente de liberacion (SUELFDP + codigo), con el largo de
      * FD-SALIDA-REC de SUELDOS.
       FD  FD-SALIDA-EMP
           LABEL RECORDS ARE STANDARD.
       01  FD-SALIDA-EMP-REC            PIC X(116).

      * Registros de historia de liquidacion final de una empresa,
      * pendientes de liberacion (SUELFHP + codigo), con el layout
      * de FD-HISTORIA-REC de SUELDOS. SUELBLIB los agrega a
      * SUELHIS cuando libera el archivo de pagos.
       FD  FD-HIST-PEND
           LABEL RECORDS ARE STANDARD.
       01  FD-HIST-PEND-REC             PIC X(125).

       FD  FD-ASIENTOS
           LABEL RECORDS ARE STANDARD.
       01  FD-ASIENTO-REC.
           05  FD-ASI-FECHA             PIC X(08).
           05  FD-ASI-TIPO              PIC X(01).
           05  FD-ASI-CUENTA            PIC X(08).
           05  FD-ASI-CONCEPTO          PIC X(20).
           05  FD-ASI-IMPORTE           PIC 9(12).

       FD  FD-RECIBOS
           LABEL RECORDS ARE STANDARD.
       01  FD-RECIBO-REC                PIC X(80).

       FD  FD-REPORTE
           LABEL RECORDS ARE STANDARD.
       01  FD-REPORTE-REC               PIC X(132).

      * Movimientos de baja para el maestro, con el layout de
      * FD-MOVIMIENTO-REC de SUELMAES.
       FD  FD-MOVIMIENTOS
           LABEL RECORDS ARE STANDARD.
       01  FD-MOVIMIENTO-REC.
           05  FD-MOV-TIPO              PIC X(01).
           05  FD-MOV-LEGAJO            PIC X(08).
           05  FD-MOV-NOMBRE            PIC X(30).
           05  FD-MOV-FECHA-INGRESO     PIC X(08).
           05  FD-MOV-DEPTO             PIC X(04).
           05  FD-MOV-CBU               PIC X(22).
           05  FD-MOV-EMPRESA           PIC X(03).
           05  FD-MOV-FECHA-BAJA        PIC X(08).

       FD  FD-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
           01  WSV-FS-BAJAS             PIC X(02) VALUE '00'.
           01  WSV-FS-HISTORIA          PIC X(02) VALUE '00'.
           01  WSV-FS-HIS-ARCHIVO       PIC X(02) VALUE '00'.
           01  WSV-FS-CATALOGO          PIC X(02) VALUE '00'.
           01  WSV-FS-MAESTRO           PIC X(02) VALUE '00'.
           01  WSV-FS-DEDUCCIONES       PIC X(02) VALUE '00'.
           01  WSV-FS-EMPRESAS          PIC X(02) VALUE '00'.
           01  WSV-FS-CUENTAS           PIC X(02) VALUE '00'.
           01  WSV-FS-BANCO-EMP         PIC X(02) VALUE '00'.
           01  WSV-FS-SALIDA-EMP        PIC X(02) VALUE '00'.
           01  WSV-FS-HIST-PEND         PIC X(02) VALUE '00'.
           01  WSV-FS-ASIENTOS          PIC X(02) VALUE '00'.
           01  WSV-FS-RECIBOS           PIC X(02) VALUE '00'.
           01  WSV-FS-REPORTE           PIC X(02) VALUE '00'.
           01  WSV-FS-MOVIMIENTOS       PIC X(02) VALUE '00'.
           01  WSV-FS-AUDITORIA         PIC X(02) VALUE '00'.

      * Constantes de la liquidacion: el mes comercial de 30 dias
      * para los dias trabajados, el divisor del dia de vacaciones
      * (sueldo / 25) y los dias de vacaciones anuales por tramo de
      * antiguedad (hasta 5, 10 y 20 anos, y mas de 20).
           01  WSC-CONSTANTES.
               05  WSC-EMPRESA-ORIGEN       PIC X(30)
                             VALUE 'TALLER DE SISTEMAS S.A.'.
               05  WSC-DIAS-MES-COMERCIAL   PIC 9(02) VALUE 30.
               05  WSC-DIVISOR-VACACIONES   PIC 9(02) VALUE 25.
               05  WSC-VAC-HASTA-5          PIC 9(02) VALUE 14.
               05  WSC-VAC-HASTA-10         PIC 9(02) VALUE 21.
               05  WSC-VAC-HASTA-20         PIC 9(02) VALUE 28.
               05  WSC-VAC-MAS-20           PIC 9(02) VALUE 35.
               05  WSC-MESES-FRACCION-IND   PIC 9(02) VALUE 3.
               05  WSC-TIPO-CORRIDA-LIQF    PIC X(03) VALUE 'LIQ'.

      * Motivos de baja validos con su descripcion para el recibo.
           01  WSC-MOTIVOS-BAJA.
               05  FILLER               PIC X(21)
                                  VALUE 'RRENUNCIA'.
               05  FILLER               PIC X(21)
                                  VALUE 'DDESPIDO SIN CAUSA'.
               05  FILLER               PIC X(21)
                                  VALUE 'CDESPIDO CON CAUSA'.
               05  FILLER               PIC X(21)
                                  VALUE 'JJUBILACION'.
               05  FILLER               PIC X(21)
                                  VALUE 'AMUTUO ACUERDO'.
           01  FILLER REDEFINES WSC-MOTIVOS-BAJA.
               05  WSC-MOTIVO-ENT OCCURS 5 TIMES.
                   10  WSC-MOT-CODIGO   PIC X(01).
                   10  WSC-MOT-TEXTO    PIC X(20).
           01  WSV-IDX-MOT              PIC 9(02) VALUE 0.
           01  WSV-MOTIVO-TEXTO         PIC X(20) VALUE SPACES.

           01  WSV-SWITCHES.
               05  WSV-SW-FIN-ARCHIVO          PIC X(01) VALUE 'N'.
                   88  WSS-FIN-ARCHIVO         VALUE 'S'.
               05  WSV-SW-BAJA-HALLADA         PIC X(01) VALUE 'N'.
                   88  WSS-BAJA-HALLADA        VALUE 'S'.
                   88  WSS-BAJA-NO-HALLADA     VALUE 'N'.
               05  WSV-SW-MAESTRO-HALLADO      PIC X(01) VALUE 'N'.
                   88  WSS-MAESTRO-HALLADO     VALUE 'S'.
                   88  WSS-MAESTRO-NO-HALLADO  VALUE 'N'.
                   88  WSS-MAESTRO-CORTADO     VALUE 'C'.
               05  WSV-SW-EMPRESA-HALLADA      PIC X(01) VALUE 'N'.
                   88  WSS-EMPRESA-HALLADA     VALUE 'S'.
                   88  WSS-EMPRESA-NO-HALLADA  VALUE 'N'.
               05  WSV-SW-DEPTO-HALLADO        PIC X(01) VALUE 'N'.
                   88  WSS-DEPTO-HALLADO       VALUE 'S'.
                   88  WSS-DEPTO-NO-HALLADO    VALUE 'N'.
               05  WSV-SW-CUENTA-HALLADA       PIC X(01) VALUE 'N'.
                   88  WSS-CUENTA-HALLADA      VALUE 'S'.
                   88  WSS-CUENTA-NO-HALLADA   VALUE 'N'.
               05  WSV-SW-MOTIVO-HALLADO       PIC X(01) VALUE 'N'.
                   88  WSS-MOTIVO-HALLADO      VALUE 'S'.
                   88  WSS-MOTIVO-NO-HALLADO   VALUE 'N'.
               05  WSV-SW-BISIESTO             PIC X(01) VALUE 'N'.
                   88  WSS-ANIO-BISIESTO       VALUE 'S'.
                   88  WSS-ANIO-COMUN          VALUE 'N'.
               05  WSV-SW-FECHA                PIC X(01) VALUE 'N'.
                   88  WSS-FECHA-VALIDA        VALUE 'S'.
                   88  WSS-FECHA-INVALIDA      VALUE 'N'.
               05  WSV-SW-DED-EXCESO           PIC X(01) VALUE 'N'.
                   88  WSS-DED-EXCESO          VALUE 'S'.

      * Datos de la corrida.
           01  WSV-FECHA-CORRIDA        PIC X(08).
           01  WSV-HORA-CORRIDA         PIC X(06).
           01  WSV-USUARIO-CORRIDA      PIC X(08) VALUE SPACES.

      * Fecha en calculo y su dia del ano. Los dias acumulados al
      * inicio de cada mes son los de un ano comun; el bisiesto
      * suma uno desde marzo, con la misma regla que SUELDOS.
           01  WSV-FECHA-CALC.
               05  WSV-FK-ANIO          PIC 9(04).
               05  WSV-FK-MES           PIC 9(02).
               05  WSV-FK-DIA           PIC 9(02).
           01  WSV-FECHA-CALC-X REDEFINES WSV-FECHA-CALC
                                        PIC X(08).
           01  WSV-DIA-ANIO             PIC 9(03) VALUE 0.
           01  WSV-DIA-TOPE-MES         PIC 9(02) VALUE 0.
           01  WSV-BIS-COCIENTE         PIC 9(04) VALUE 0.
           01  WSV-BIS-RESTO-4          PIC 9(02) VALUE 0.
           01  WSV-BIS-RESTO-100        PIC 9(02) VALUE 0.
           01  WSV-BIS-RESTO-400        PIC 9(03) VALUE 0.
           01  WSC-DIAS-ACUMULADOS.
               05  FILLER               PIC X(36) VALUE
                   '000031059090120151181212243273304334'.
           01  FILLER REDEFINES WSC-DIAS-ACUMULADOS.
               05  WSC-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).

      * Fechas de ingreso y de baja del legajo en proceso, con sus
      * partes numericas para la antiguedad.
           01  WSV-FECHA-ING.
               05  WSV-FI-ANIO          PIC 9(04).
               05  WSV-FI-MES           PIC 9(02).
               05  WSV-FI-DIA           PIC 9(02).
           01  WSV-FECHA-ING-X REDEFINES WSV-FECHA-ING
                                        PIC X(08).
           01  WSV-FECHA-BAJ.
               05  WSV-FB-ANIO          PIC 9(04).
               05  WSV-FB-MES           PIC 9(02).
               05  WSV-FB-DIA           PIC 9(02).
           01  WSV-FECHA-BAJ-X REDEFINES WSV-FECHA-BAJ
                                        PIC X(08).

      * Auxiliares de calculo de la liquidacion.
           01  WSV-FECHA-DESDE-AUX      PIC X(08) VALUE SPACES.
           01  WSV-DIA-ANIO-DESDE       PIC 9(03) VALUE 0.
           01  WSV-DIA-ANIO-HASTA       PIC 9(03) VALUE 0.
           01  WSV-DIA-ANIO-BAJA        PIC 9(03) VALUE 0.
           01  WSV-DIAS-PERIODO         PIC 9(03) VALUE 0.
           01  WSV-DIAS-TRABAJADOS      PIC 9(03) VALUE 0.
           01  WSV-DIAS-ANIO            PIC 9(03) VALUE 0.
           01  WSV-MESES-ANTIG          PIC S9(05) VALUE 0.
           01  WSV-ANIOS-ANTIG          PIC 9(03) VALUE 0.
           01  WSV-RESTO-MESES          PIC 9(02) VALUE 0.
           01  WSV-VAC-ANUALES          PIC 9(02) VALUE 0.
           01  WSV-VAC-PROPORCIONAL     PIC 9(02) VALUE 0.
           01  WSV-BASE-AUX             PIC S9(07) VALUE 0.
           01  WSV-ANIO-AUX             PIC 9(04) VALUE 0.

      * Rango de fechas de historia a leer: desde el inicio del
      * semestre anterior al de la baja mas vieja hasta la baja mas
      * reciente, para hallar la ultima corrida de cada legajo y el
      * mejor sueldo del semestre de la baja.
           01  WSV-HIS-DESDE            PIC X(08) VALUE HIGH-VALUES.
           01  WSV-HIS-HASTA            PIC X(08) VALUE LOW-VALUES.

      * Imagen del registro de historia. Mismo layout que
      * FD-HISTORIA-REC de SUELDOS, con las vistas de liquidacion
      * final y de pago de SAC del bloque de novedades.
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

      * Catalogo de resguardos de historia. Solo se leen los
      * resguardos cuyo rango de fechas toca el de las bajas.
           01  WSV-TABLA-CATALOGO.
               05  WSV-CANT-CATALOGO    PIC 9(03) VALUE 0.
               05  WSV-CAT-ENT OCCURS 200 TIMES.
                   10  WSV-CAT-ARCHIVO      PIC X(16).
                   10  WSV-CAT-DESDE        PIC X(08).
                   10  WSV-CAT-HASTA        PIC X(08).
           01  WSV-IDX-CAT              PIC 9(03) VALUE 0.
           01  WSV-ARCHIVO-HIS-ARCH     PIC X(16) VALUE SPACES.
           01  WSV-CANT-RESGUARDOS      PIC 9(03) VALUE 0.

      * Maestro de legajos cargado en memoria, en el orden del
      * archivo (legajo ascendente).
           01  WSV-TABLA-MAESTRO.
               05  WSV-CANT-MAESTRO     PIC 9(05) VALUE 0.
               05  WSV-MAE-ENT OCCURS 20000 TIMES.
                   10  WSV-MAE-LEGAJO       PIC 9(08).
                   10  WSV-MAE-NOMBRE       PIC X(30).
                   10  WSV-MAE-FECHA-INGRESO PIC X(08).
                   10  WSV-MAE-DEPTO        PIC X(04).
                   10  WSV-MAE-CBU          PIC X(22).
                   10  WSV-MAE-EMPRESA      PIC X(03).
                   10  WSV-MAE-ESTADO       PIC X(01).
                       88  WSS-MAE-BAJA     VALUE 'B'.
                   10  WSV-MAE-FECHA-BAJA   PIC X(08).
           01  WSV-IDX-MAE              PIC 9(05) VALUE 0.
           01  WSV-MAE-LEGAJO-ANTERIOR  PIC 9(08) VALUE 0.
           01  WSV-LEGAJO-AUX           PIC 9(08) VALUE 0.

      * Bajas del archivo de entrada con los datos tomados del
      * maestro y de la historia y el resultado de la liquidacion.
      * El estado queda en 'P' pagada o en el motivo por el que no
      * se liquida ('V' es la baja validada aun sin liquidar).
           01  WSV-TABLA-BAJAS.
               05  WSV-CANT-BAJAS       PIC 9(04) VALUE 0.
               05  WSV-BJ-ENT OCCURS 2000 TIMES.
                   10  WSV-BJ-LEGAJO        PIC 9(08).
                   10  WSV-BJ-FECHA-BAJA    PIC X(08).
                   10  WSV-BJ-MOTIVO        PIC X(01).
                       88  WSS-BJ-DESPIDO-SIN-CAUSA VALUE 'D'.
                   10  WSV-BJ-VAC-GOZADAS   PIC 9(02).
                   10  WSV-BJ-NOMBRE        PIC X(30).
                   10  WSV-BJ-DEPTO         PIC X(04).
                   10  WSV-BJ-CATEGORIA     PIC X(06).
                   10  WSV-BJ-EMPRESA       PIC X(03).
                   10  WSV-BJ-CBU           PIC X(22).
                   10  WSV-BJ-FECHA-INGRESO PIC X(08).
                   10  WSV-BJ-MAE-ACTIVO    PIC X(01).
                       88  WSS-BJ-MAE-ACTIVO    VALUE 'S'.
                   10  WSV-BJ-SEM-DESDE     PIC X(08).
                   10  WSV-BJ-SEM-HASTA     PIC X(08).
                   10  WSV-BJ-LIQ-PREVIA    PIC X(01).
                       88  WSS-BJ-LIQ-PREVIA    VALUE 'S'.
                   10  WSV-BJ-FECHA-ULT     PIC X(08).
                   10  WSV-BJ-BASE          PIC 9(06).
                   10  WSV-BJ-MEJOR         PIC 9(06).
                   10  WSV-BJ-DIAS-MES      PIC 9(02).
                   10  WSV-BJ-IMP-DIAS      PIC 9(06).
                   10  WSV-BJ-DIAS-SAC      PIC 9(03).
                   10  WSV-BJ-IMP-SAC       PIC 9(06).
                   10  WSV-BJ-SEMESTRE      PIC X(05).
                   10  WSV-BJ-SAC-PAGADO    PIC 9(06).
                   10  WSV-BJ-DIAS-VAC      PIC 9(02).
                   10  WSV-BJ-IMP-VAC       PIC 9(06).
                   10  WSV-BJ-MESES-IND     PIC 9(03).
                   10  WSV-BJ-IMP-INDEM     PIC 9(08).
                   10  WSV-BJ-REMUN         PIC 9(06).
                   10  WSV-BJ-DED           PIC 9(06).
                   10  WSV-BJ-NETO-REM      PIC 9(06).
                   10  WSV-BJ-TOTAL         PIC 9(08).
                   10  WSV-BJ-ESTADO        PIC X(01).
                       88  WSS-BJ-VALIDADA      VALUE 'V'.
                       88  WSS-BJ-PAGADA        VALUE 'P'.
                       88  WSS-BJ-RECHAZADA     VALUE 'R'.
                       88  WSS-BJ-SIN-IMPORTE   VALUE 'Z'.
                       88  WSS-BJ-SIN-EMPRESA   VALUE 'E'.
                   10  WSV-BJ-OBSERVACION   PIC X(40).
           01  WSV-IDX-BJ               PIC 9(04) VALUE 0.
           01  WSV-IDX-BUSQ             PIC 9(04) VALUE 0.

      * Tabla de deducciones legales (ver 12D-CARGAR-DEDUCCIONES
      * de SUELDOS: mismos conceptos, topes y valores por defecto).
           01  WSC-TABLA-DEDUCCIONES.
               05  WSC-DEDUCCION OCCURS 5 TIMES
                                 INDEXED BY WSC-IDX-DED.
                   10  WSC-DED-CODIGO   PIC X(06).
                   10  WSC-DED-PORC     PIC 9(04).
           01  WSC-CANT-DEDUCCIONES     PIC 9(02) VALUE 0.

           01  WSC-DEDUCCIONES-DEFAULT.
               05  FILLER               PIC X(10) VALUE 'JUBILA1100'.
               05  FILLER               PIC X(10) VALUE 'OBRASO0300'.
               05  FILLER               PIC X(10) VALUE 'GANANC0500'.
           01  FILLER REDEFINES WSC-DEDUCCIONES-DEFAULT.
               05  WSC-DED-DEF OCCURS 3 TIMES.
                   10  WSC-DED-DEF-CODIGO  PIC X(06).
                   10  WSC-DED-DEF-PORC    PIC 9(04).
           01  WSV-IDX-DED-DEF          PIC 9(02) VALUE 0.
           01  WSV-SUMA-PORC-DED        PIC 9(06) VALUE 0.

      * Desglose de las deducciones del legajo en proceso para el
      * recibo.
           01  WSV-DETALLE-DEDUCCIONES.
               05  WSV-DET-DED OCCURS 5 TIMES.
                   10  WSV-DD-CODIGO    PIC X(06).
                   10  WSV-DD-PORC      PIC 9(04).
                   10  WSV-DD-IMPORTE   PIC 9(06).
           01  WSV-NRO-DED              PIC 9(02) VALUE 0.
           01  WSV-IMPORTE-DEDUCCION    PIC 9(06) VALUE 0.

      * Referencia de empresas (razon social de la cabecera del
      * archivo de pagos y del recibo).
           01  WSC-TABLA-EMPRESAS.
               05  WSC-EMPRESA-ENT OCCURS 5 TIMES.
                   10  WSC-EMP-CODIGO   PIC X(03).
                   10  WSC-EMP-NOMBRE   PIC X(30).
                   10  WSC-EMP-CONVENIO PIC X(10).
           01  WSC-CANT-EMPRESAS        PIC 9(02) VALUE 0.
           01  WSV-IDX-EMP-REF          PIC 9(02) VALUE 0.
           01  WSV-EMPRESA-AUX          PIC X(03) VALUE SPACES.
           01  WSV-EMPRESA-NOMBRE-AUX   PIC X(30) VALUE SPACES.

      * Mapeo de cuentas contables (ver 12K-CARGAR-CUENTAS de
      * SUELDOS). Sin archivo de cuentas no se generan asientos.
           01  WSC-TABLA-CUENTAS.
               05  WSC-CUENTA-ENT OCCURS 30 TIMES.
                   10  WSC-CTA-TIPO     PIC X(01).
                   10  WSC-CTA-CLAVE    PIC X(06).
                   10  WSC-CTA-CUENTA   PIC X(08).
           01  WSC-CANT-CUENTAS         PIC 9(02) VALUE 0.
           01  WSC-CUENTA-SIN-MAPEO     PIC X(08) VALUE '99999999'.
           01  WSV-IDX-CTA              PIC 9(02) VALUE 0.
           01  WSV-CTA-TIPO-BUSQ        PIC X(01) VALUE SPACE.
           01  WSV-CTA-CLAVE-BUSQ       PIC X(06) VALUE SPACES.
           01  WSV-CTA-CUENTA-AUX       PIC X(08) VALUE SPACES.
           01  WSV-ASI-DEBE             PIC 9(12) VALUE 0.
           01  WSV-ASI-HABER            PIC 9(12) VALUE 0.

      * Totales por empresa pagadora: de ellos salen el trailer de
      * cada archivo de pagos y los totales del listado.
           01  WSV-TOTALES-EMPRESA.
               05  WSV-CANT-EMPRESAS-TOT PIC 9(02) VALUE 0.
               05  WSV-TOT-EMPRESA OCCURS 5 TIMES.
                   10  WSV-TE-CODIGO    PIC X(03).
                   10  WSV-TE-PAGADOS   PIC 9(06).
                   10  WSV-TE-BRUTO     PIC 9(12).
                   10  WSV-TE-DEDUCCIONES PIC 9(12).
                   10  WSV-TE-PAGO      PIC 9(12).
           01  WSV-IDX-TE               PIC 9(02) VALUE 0.

      * Costo total de las liquidaciones (remunerativo, vacaciones
      * e indemnizacion) por departamento, para las partidas debe
      * del asiento.
           01  WSV-TOTALES-DEPTO.
               05  WSV-CANT-DEPTOS-TOT  PIC 9(02) VALUE 0.
               05  WSV-TOT-DEPTO OCCURS 20 TIMES.
                   10  WSV-TD-CODIGO    PIC X(04).
                   10  WSV-TD-BRUTO     PIC 9(12).
           01  WSV-IDX-TD               PIC 9(02) VALUE 0.

      * Totales por concepto de deduccion, en paralelo a
      * WSC-TABLA-DEDUCCIONES, para las partidas de retenciones.
           01  WSV-TOTALES-DED-CONC.
               05  WSV-TOT-DED-CONC OCCURS 5 TIMES PIC 9(12).

      * Totales generales de la corrida.
           01  WSV-TOT-LEIDAS           PIC 9(06) VALUE 0.
           01  WSV-TOT-HIS-LEIDOS       PIC 9(07) VALUE 0.
           01  WSV-TOT-PAGADAS          PIC 9(06) VALUE 0.
           01  WSV-TOT-NO-PAGADAS       PIC 9(06) VALUE 0.
           01  WSV-TOT-REMUNERATIVO     PIC 9(12) VALUE 0.
           01  WSV-TOT-VACACIONES       PIC 9(12) VALUE 0.
           01  WSV-TOT-INDEMNIZACION    PIC 9(12) VALUE 0.
           01  WSV-TOT-BRUTO            PIC 9(12) VALUE 0.
           01  WSV-TOT-DEDUCCIONES      PIC 9(12) VALUE 0.
           01  WSV-TOT-PAGO             PIC 9(12) VALUE 0.
           01  WSV-TOT-MOVIMIENTOS      PIC 9(06) VALUE 0.

      * Registros del archivo de pagos al banco (mismo formato que
      * los de SUELDOS). El hash del trailer es la suma de los
      * importes transferidos.
           01  WSV-REG-BCO-CABECERA.
               05  FILLER               PIC X(01) VALUE 'H'.
               05  WSV-BH-FECHA         PIC X(08).
               05  WSV-BH-EMPRESA       PIC X(30).
               05  FILLER               PIC X(02) VALUE SPACES.

           01  WSV-REG-BCO-DETALLE.
               05  FILLER               PIC X(01) VALUE 'D'.
               05  WSV-BD-LEGAJO        PIC 9(08).
               05  WSV-BD-CBU           PIC X(22).
               05  WSV-BD-IMPORTE       PIC 9(10).

           01  WSV-REG-BCO-TRAILER.
               05  FILLER               PIC X(01) VALUE 'T'.
               05  WSV-BT-CANTIDAD      PIC 9(06).
               05  WSV-BT-HASH          PIC 9(12).
               05  FILLER               PIC X(22) VALUE SPACES.

           01  WSV-ARCHIVO-BANCO        PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-CONTA        PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-HIST         PIC X(10) VALUE SPACES.

      * Ultima decision de la bitacora ('PEN', 'APR' o 'RCH') para
      * cada archivo de pagos de liquidacion final (SUELFBC +
      * codigo) y si su pendiente ya se controlo en esta corrida.
           01  WSV-TABLA-LIBERACION.
               05  WSV-CANT-LIBERACION  PIC 9(02) VALUE 0.
               05  WSV-LIB-ENT OCCURS 30 TIMES.
                   10  WSV-LIB-NOMBRE       PIC X(10).
                   10  WSV-LIB-ESTADO       PIC X(03).
                       88  WSS-LIB-RECHAZADO    VALUE 'RCH'.
                   10  WSV-LIB-CONTROL      PIC X(01).
                       88  WSS-LIB-CONTROLADO   VALUE 'S'.
           01  WSV-IDX-LIB              PIC 9(02) VALUE 0.
           01  WSV-NOMBRE-BUSQ          PIC X(10) VALUE SPACES.
           01  WSV-CANT-PAGOS-PEND      PIC 9(06) VALUE 0.
           01  WSV-SW-LIBERACION        PIC X(01) VALUE 'N'.
               88  WSS-LIB-HALLADO      VALUE 'S'.
               88  WSS-LIB-NO-HALLADO   VALUE 'N'.
           01  WSV-SW-PEND-RECHAZADO    PIC X(01) VALUE 'N'.
               88  WSS-PEND-RECHAZADO   VALUE 'S'.

      * Vista del registro de la bitacora de auditoria para leer las
      * decisiones de liberacion (ver WSV-REG-AUDITORIA de
      * SUELBLIB): archivo a transmitir y tipo de registro.
           01  WSV-REG-AUDITORIA.
               05  FILLER               PIC X(66).
               05  WSV-RA-VERSION       PIC X(10).
               05  FILLER               PIC X(01).
               05  WSV-RA-TIPO          PIC X(03).
                   88  WSS-RA-LIBERACION    VALUE 'PEN' 'APR' 'RCH'.
               05  FILLER               PIC X(20).

      * Registro de la salida contable. Mismo largo que
      * FD-SALIDA-REC de SUELDOS: los rubros remunerativos van como
      * sueldo del registro, con sus deducciones y su neto, y el
      * detalle de la liquidacion en lugar de las novedades, como
      * en el registro de historia de liquidacion final.
           01  WSV-REG-CONTA.
               05  WSV-SC-LEGAJO        PIC 9(08).
               05  WSV-SC-NOMBRE        PIC X(30).
               05  WSV-SC-DEPTO         PIC X(04).
               05  WSV-SC-CATEGORIA     PIC X(06).
               05  WSV-SC-SUELDO        PIC 9(06).
               05  WSV-SC-ANUAL         PIC 9(08).
               05  WSV-SC-BONO          PIC 9(07).
               05  WSV-SC-DEDUCCIONES   PIC 9(06).
               05  WSV-SC-NETO          PIC 9(06).
               05  WSV-SC-EMPRESA       PIC X(03).
               05  WSV-SC-LIQ-FINAL     PIC X(32).

      * Lineas del recibo de liquidacion final (80 posiciones), al
      * estilo del recibo de sueldo de SUELDOS.
           01  WSV-LINEA-REC-BORDE      PIC X(80) VALUE ALL '='.
           01  WSV-LINEA-REC-RAYA       PIC X(80) VALUE ALL '-'.
           01  WSV-LINEA-REC-BLANCO     PIC X(80) VALUE SPACES.

           01  WSV-LINEA-REC-TITULO.
               05  FILLER               PIC X(20)
                                         VALUE 'LIQUIDACION FINAL'.
               05  WSV-RB-EMPRESA       PIC X(30).
               05  FILLER               PIC X(30) VALUE SPACES.

           01  WSV-LINEA-REC-FECHA.
               05  FILLER               PIC X(15)
                                         VALUE 'FECHA DE PAGO: '.
               05  WSV-RB-FECHA         PIC X(08).
               05  FILLER               PIC X(17)
                                         VALUE '  FECHA DE BAJA: '.
               05  WSV-RB-FECHA-BAJA    PIC X(08).
               05  FILLER               PIC X(10)
                                         VALUE '  MOTIVO: '.
               05  WSV-RB-MOTIVO        PIC X(20).
               05  FILLER               PIC X(02) VALUE SPACES.

           01  WSV-LINEA-REC-PERSONA.
               05  FILLER               PIC X(08) VALUE 'LEGAJO: '.
               05  WSV-RB-LEGAJO        PIC 9(08).
               05  FILLER               PIC X(11) VALUE '   NOMBRE: '.
               05  WSV-RB-NOMBRE        PIC X(30).
               05  FILLER               PIC X(23) VALUE SPACES.

           01  WSV-LINEA-REC-PUESTO.
               05  FILLER               PIC X(08) VALUE 'DEPTO : '.
               05  WSV-RB-DEPTO         PIC X(04).
               05  FILLER               PIC X(14)
                                         VALUE '   CATEGORIA: '.
               05  WSV-RB-CATEGORIA     PIC X(06).
               05  FILLER               PIC X(13)
                                         VALUE '   INGRESO: '.
               05  WSV-RB-FECHA-INGRESO PIC X(08).
               05  FILLER               PIC X(27) VALUE SPACES.

           01  WSV-LINEA-REC-IMPORTE.
               05  WSV-RI-TEXTO         PIC X(30).
               05  FILLER               PIC X(40) VALUE SPACES.
               05  WSV-RI-IMPORTE       PIC ZZ,ZZZ,ZZ9.

           01  WSV-LINEA-REC-SUBTIT.
               05  WSV-RS-TEXTO         PIC X(40).
               05  FILLER               PIC X(40) VALUE SPACES.

           01  WSV-LINEA-REC-CONCEPTO.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-RC-CODIGO        PIC X(06).
               05  FILLER               PIC X(03) VALUE SPACES.
               05  WSV-RC-PORC          PIC ZZ9.99.
               05  FILLER               PIC X(02) VALUE ' %'.
               05  FILLER               PIC X(51) VALUE SPACES.
               05  WSV-RC-IMPORTE       PIC ZZ,ZZZ,ZZ9.
           01  WSV-RC-PORC-AUX          PIC 9(03)V99 VALUE 0.

      * Lineas del listado de la liquidacion.
           01  WSV-LINEA-ENCABEZADO     PIC X(132).
           01  WSV-LINEA-EN-BLANCO      PIC X(132) VALUE SPACES.

           01  WSV-LINEA-ENCAB-COL.
               05  FILLER               PIC X(10) VALUE 'LEGAJO'.
               05  FILLER               PIC X(22) VALUE 'NOMBRE'.
               05  FILLER               PIC X(03) VALUE 'M'.
               05  FILLER               PIC X(10) VALUE 'BAJA'.
               05  FILLER               PIC X(08) VALUE '   BASE'.
               05  FILLER               PIC X(08) VALUE '   DIAS'.
               05  FILLER               PIC X(08) VALUE '    SAC'.
               05  FILLER               PIC X(08) VALUE '    VAC'.
               05  FILLER               PIC X(10) VALUE '    INDEM'.
               05  FILLER               PIC X(08) VALUE '  DEDUC'.
               05  FILLER               PIC X(10) VALUE '    TOTAL'.
               05  FILLER               PIC X(27) VALUE 'OBSERVACION'.

           01  WSV-LINEA-DETALLE.
               05  WSV-LD-LEGAJO        PIC 9(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-NOMBRE        PIC X(20).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-MOTIVO        PIC X(01).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-FECHA-BAJA    PIC X(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-BASE          PIC ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-IMP-DIAS      PIC ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-IMP-SAC       PIC ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-IMP-VAC       PIC ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-IMP-INDEM     PIC Z,ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-DED           PIC ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-TOTAL         PIC Z,ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LD-OBSERVACION   PIC X(27).

           01  WSV-LINEA-TIT-EMPRESAS.
               05  FILLER               PIC X(30)
                                 VALUE '** TOTALES POR EMPRESA'.
               05  FILLER               PIC X(102) VALUE SPACES.

           01  WSV-LINEA-EMPRESA.
               05  FILLER               PIC X(08) VALUE 'EMPRESA '.
               05  WSV-LE-CODIGO        PIC X(03).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LE-NOMBRE        PIC X(30).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(08) VALUE 'PAGADAS '.
               05  WSV-LE-PAGADOS       PIC ZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(06) VALUE 'BRUTO '.
               05  WSV-LE-BRUTO         PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(06) VALUE 'DEDUC '.
               05  WSV-LE-DEDUCCIONES   PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(05) VALUE 'PAGO '.
               05  WSV-LE-PAGO          PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(05) VALUE SPACES.

           01  WSV-LINEA-RESUMEN.
               05  WSV-LR-TEXTO         PIC X(32).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LR-CANTIDAD      PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(83) VALUE SPACES.

      * Registro de auditoria de la corrida: mismo layout que
      * WSV-LINEA-AUDITORIA de SUELDOS, con el tipo de corrida
      * 'LIQ'. Procesados son las bajas pagadas, rechazadas las no
      * pagadas y el total anual lleva el bruto de la liquidacion.
      * En los registros 'PEN' los procesados son la cantidad de
      * transferencias, el anual el hash de importes y la version
      * el archivo a transmitir.
           01  WSV-LINEA-AUDITORIA.
               05  WSV-AUD-FECHA        PIC X(08).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-HORA         PIC X(06).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-USUARIO      PIC X(08).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-PROCESADOS   PIC ZZZZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-RECHAZADOS   PIC ZZZZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-TOT-ANUAL    PIC ZZZZZZZZZZZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-TOT-BONO     PIC ZZZZZZZZZZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-VERSION      PIC X(10).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-TIPO         PIC X(03).
               05  FILLER               PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

       00-CONTROL.
           PERFORM 10-INICIO.
           PERFORM 20-CARGAR-BAJAS.
           PERFORM 25-CONTROLAR-PENDIENTES.
           PERFORM 30-CARGAR-HISTORIA.
           PERFORM 40-LIQUIDAR.
           PERFORM 50-GENERAR-ARCHIVOS.
           PERFORM 60-GRABAR-MOVIMIENTOS.
           PERFORM 90-CIERRE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga las referencias, el maestro y el catalogo de
      * resguardos. Las salidas se abren recien al liquidar, despues
      * de controlar los archivos pendientes de liberacion.
      *----------------------------------------------------------------
       10-INICIO.
           INITIALIZE WSV-TOTALES-DED-CONC.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-CORRIDA FROM TIME.
           ACCEPT WSV-USUARIO-CORRIDA FROM ENVIRONMENT "USER".
           PERFORM 12D-CARGAR-DEDUCCIONES.
           PERFORM 12O-CARGAR-EMPRESAS.
           PERFORM 12K-CARGAR-CUENTAS.
           PERFORM 12S-CARGAR-MAESTRO.
           PERFORM 13-CARGAR-CATALOGO.
       10-INICIO-END.
       EXIT.

      *----------------------------------------------------------------
      * Abre el listado y los recibos de la liquidacion.
      *----------------------------------------------------------------
       11-ABRIR-LISTADOS.
           OPEN OUTPUT FD-REPORTE.
           IF WSV-FS-REPORTE NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO LISTADO DE LIQUIDACION "
                       "FINAL, STATUS " WSV-FS-REPORTE
               STOP RUN
           END-IF.
           OPEN OUTPUT FD-RECIBOS.
           IF WSV-FS-RECIBOS NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO RECIBOS DE LIQUIDACION "
                       "FINAL, STATUS " WSV-FS-RECIBOS
               STOP RUN
           END-IF.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO.
           STRING "LIQUIDACION FINAL DE BAJAS - FECHA DE PAGO "
                      DELIMITED BY SIZE
                  WSV-FECHA-CORRIDA DELIMITED BY SIZE
                  INTO WSV-LINEA-ENCABEZADO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCABEZADO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCAB-COL.
       11-ABRIR-LISTADOS-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga la tabla de deducciones legales desde el archivo de
      * parametros, con las mismas reglas que SUELDOS: un juego que
      * supere el cien por ciento o traiga mas conceptos que la
      * tabla se descarta y se usan los valores por defecto.
      *----------------------------------------------------------------
       12D-CARGAR-DEDUCCIONES.
           OPEN INPUT FD-DEDUCCIONES.
           IF WSV-FS-DEDUCCIONES = '00'
               PERFORM 12E-LEER-DEDUCCION
                   UNTIL WSV-FS-DEDUCCIONES NOT = '00'
               CLOSE FD-DEDUCCIONES
               IF WSV-SUMA-PORC-DED > 9999
                   DISPLAY "DEDUCCIONES SUPERAN EL CIEN POR CIENTO, "
                           "SE USAN VALORES POR DEFECTO"
                   MOVE 0 TO WSC-CANT-DEDUCCIONES
               END-IF
               IF WSS-DED-EXCESO
                   DISPLAY "DEDUCCIONES TRAE MAS CONCEPTOS QUE LOS "
                           "SOPORTADOS, SE USAN VALORES POR DEFECTO"
                   MOVE 0 TO WSC-CANT-DEDUCCIONES
               END-IF
           ELSE
               DISPLAY "DEDUCCIONES NO DISPONIBLE, SE USAN VALORES "
                       "POR DEFECTO"
           END-IF.
           IF WSC-CANT-DEDUCCIONES = 0
               PERFORM 12F-CARGAR-DEDUCCION-DEFAULT
                   VARYING WSV-IDX-DED-DEF FROM 1 BY 1
                   UNTIL WSV-IDX-DED-DEF > 3
           END-IF.
       12D-CARGAR-DEDUCCIONES-END.
       EXIT.

       12E-LEER-DEDUCCION.
           READ FD-DEDUCCIONES
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-DED-PORCENTAJE IS NOT NUMERIC
                       DISPLAY "DEDUCCION INVALIDA PARA "
                               FD-DED-CONCEPTO
                               ", SE IGNORA EL CONCEPTO"
                   ELSE
                       IF WSC-CANT-DEDUCCIONES < 5
                           ADD 1 TO WSC-CANT-DEDUCCIONES
                           MOVE FD-DED-CONCEPTO TO
                               WSC-DED-CODIGO(WSC-CANT-DEDUCCIONES)
                           MOVE FD-DED-PORCENTAJE TO
                               WSC-DED-PORC(WSC-CANT-DEDUCCIONES)
                           ADD WSC-DED-PORC(WSC-CANT-DEDUCCIONES)
                               TO WSV-SUMA-PORC-DED
                       ELSE
                           DISPLAY "TABLA DE DEDUCCIONES LLENA, "
                                   "SOBRA EL CONCEPTO "
                                   FD-DED-CONCEPTO
                           SET WSS-DED-EXCESO TO TRUE
                       END-IF
                   END-IF
           END-READ.
       12E-LEER-DEDUCCION-END.
       EXIT.

       12F-CARGAR-DEDUCCION-DEFAULT.
           ADD 1 TO WSC-CANT-DEDUCCIONES.
           MOVE WSC-DED-DEF-CODIGO(WSV-IDX-DED-DEF)
               TO WSC-DED-CODIGO(WSC-CANT-DEDUCCIONES).
           MOVE WSC-DED-DEF-PORC(WSV-IDX-DED-DEF)
               TO WSC-DED-PORC(WSC-CANT-DEDUCCIONES).
       12F-CARGAR-DEDUCCION-DEFAULT-END.
       EXIT.

       12K-CARGAR-CUENTAS.
           OPEN INPUT FD-CUENTAS.
           IF WSV-FS-CUENTAS = '00'
               PERFORM 12L-LEER-CUENTA
                   UNTIL WSV-FS-CUENTAS NOT = '00'
               CLOSE FD-CUENTAS
           ELSE
               DISPLAY "CUENTAS NO DISPONIBLE, NO SE GENERA EL "
                       "ARCHIVO DE ASIENTOS DE LIQUIDACION FINAL"
           END-IF.
       12K-CARGAR-CUENTAS-END.
       EXIT.

       12L-LEER-CUENTA.
           READ FD-CUENTAS
               AT END
                   CONTINUE
               NOT AT END
                   IF WSC-CANT-CUENTAS < 30
                       ADD 1 TO WSC-CANT-CUENTAS
                       MOVE FD-CTA-TIPO
                           TO WSC-CTA-TIPO(WSC-CANT-CUENTAS)
                       MOVE FD-CTA-CLAVE
                           TO WSC-CTA-CLAVE(WSC-CANT-CUENTAS)
                       MOVE FD-CTA-CUENTA
                           TO WSC-CTA-CUENTA(WSC-CANT-CUENTAS)
                   ELSE
                       DISPLAY "TABLA DE CUENTAS LLENA, SOBRA LA "
                               "CLAVE " FD-CTA-CLAVE
                   END-IF
           END-READ.
       12L-LEER-CUENTA-END.
       EXIT.

       12O-CARGAR-EMPRESAS.
           OPEN INPUT FD-EMPRESAS.
           IF WSV-FS-EMPRESAS = '00'
               PERFORM 12P-LEER-EMPRESA
                   UNTIL WSV-FS-EMPRESAS NOT = '00'
               CLOSE FD-EMPRESAS
           ELSE
               DISPLAY "EMPRESAS NO DISPONIBLE, CORRIDA "
                       "MONOEMPRESA CON " WSC-EMPRESA-ORIGEN
           END-IF.
       12O-CARGAR-EMPRESAS-END.
       EXIT.

       12P-LEER-EMPRESA.
           READ FD-EMPRESAS
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-EMP-CODIGO = SPACES
                       DISPLAY "EMPRESA SIN CODIGO EN LA "
                               "REFERENCIA, SE IGNORA"
                   ELSE
                       IF WSC-CANT-EMPRESAS < 5
                           ADD 1 TO WSC-CANT-EMPRESAS
                           MOVE FD-EMP-CODIGO
                               TO WSC-EMP-CODIGO(WSC-CANT-EMPRESAS)
                           MOVE FD-EMP-NOMBRE
                               TO WSC-EMP-NOMBRE(WSC-CANT-EMPRESAS)
                           MOVE FD-EMP-CONVENIO
                               TO WSC-EMP-CONVENIO(WSC-CANT-EMPRESAS)
                       ELSE
                           DISPLAY "TABLA DE EMPRESAS LLENA, SOBRA "
                                   "EL CODIGO " FD-EMP-CODIGO
                       END-IF
                   END-IF
           END-READ.
       12P-LEER-EMPRESA-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga el maestro de legajos. Sin maestro no hay CBU,
      * empresa ni fecha de ingreso de donde liquidar: no se sigue.
      * Tampoco con un maestro leido a medias o fuera de orden
      * ascendente de legajo, porque la busqueda se corta en el
      * primer legajo mayor.
      *----------------------------------------------------------------
       12S-CARGAR-MAESTRO.
           MOVE 0 TO WSV-MAE-LEGAJO-ANTERIOR.
           OPEN INPUT FD-MAESTRO.
           IF WSV-FS-MAESTRO NOT = '00'
               DISPLAY "MAESTRO DE LEGAJOS NO DISPONIBLE, STATUS "
                       WSV-FS-MAESTRO ", NO SE LIQUIDAN LAS BAJAS"
               STOP RUN
           END-IF.
           PERFORM 12T-LEER-MAESTRO
               UNTIL WSV-FS-MAESTRO NOT = '00'.
           IF WSV-FS-MAESTRO NOT = '10'
               DISPLAY "ERROR FATAL LEYENDO MAESTRO DE LEGAJOS, "
                       "STATUS " WSV-FS-MAESTRO
                       ", NO SE LIQUIDAN LAS BAJAS"
               STOP RUN
           END-IF.
           CLOSE FD-MAESTRO.
           DISPLAY "MAESTRO DE LEGAJOS CARGADO CON "
                   WSV-CANT-MAESTRO " LEGAJOS".
       12S-CARGAR-MAESTRO-END.
       EXIT.

       12T-LEER-MAESTRO.
           READ FD-MAESTRO
               AT END
                   CONTINUE
               NOT AT END
                   IF WSV-CANT-MAESTRO < 20000
                       ADD 1 TO WSV-CANT-MAESTRO
                       MOVE FD-MAESTRO-REC
                           TO WSV-MAE-ENT(WSV-CANT-MAESTRO)
                       IF WSV-MAE-LEGAJO(WSV-CANT-MAESTRO)
                              IS NOT NUMERIC
                        OR WSV-MAE-LEGAJO(WSV-CANT-MAESTRO)
                              NOT > WSV-MAE-LEGAJO-ANTERIOR
                           DISPLAY "MAESTRO DE LEGAJOS FUERA DE "
                                   "ORDEN O CON LEGAJO INVALIDO "
                                   "DESPUES DEL "
                                   WSV-MAE-LEGAJO-ANTERIOR
                           STOP RUN
                       END-IF
                       MOVE WSV-MAE-LEGAJO(WSV-CANT-MAESTRO)
                           TO WSV-MAE-LEGAJO-ANTERIOR
                   ELSE
                       DISPLAY "MAESTRO DE LEGAJOS EXCEDE LAS 20000 "
                               "ENTRADAS, NO SE LIQUIDAN LAS BAJAS"
                       STOP RUN
                   END-IF
           END-READ.
       12T-LEER-MAESTRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga el catalogo de resguardos de historia que mantiene
      * SUELCIER. Sin catalogo solo se lee la historia en linea.
      *----------------------------------------------------------------
       13-CARGAR-CATALOGO.
           OPEN INPUT FD-CATALOGO.
           IF WSV-FS-CATALOGO = '00'
               PERFORM 13B-LEER-CATALOGO
                   UNTIL WSV-FS-CATALOGO NOT = '00'
               CLOSE FD-CATALOGO
           ELSE
               DISPLAY "CATALOGO DE RESGUARDOS NO DISPONIBLE, SE "
                       "LEE SOLO LA HISTORIA EN LINEA"
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
                       MOVE FD-CAT-FECHA-DESDE
                           TO WSV-CAT-DESDE(WSV-CANT-CATALOGO)
                       MOVE FD-CAT-FECHA-HASTA
                           TO WSV-CAT-HASTA(WSV-CANT-CATALOGO)
                   ELSE
                       DISPLAY "CATALOGO DE RESGUARDOS EXCEDE LAS "
                               "200 ENTRADAS, NO SE LIQUIDAN LAS "
                               "BAJAS"
                       STOP RUN
                   END-IF
           END-READ.
       13B-LEER-CATALOGO-END.
       EXIT.

      *----------------------------------------------------------------
      * Deja en WSV-DIA-ANIO el dia del ano de WSV-FECHA-CALC.
      *----------------------------------------------------------------
       14-DIA-DEL-ANIO.
           PERFORM 15-CONTROLAR-BISIESTO.
           COMPUTE WSV-DIA-ANIO =
               WSC-DIAS-ACUM(WSV-FK-MES) + WSV-FK-DIA.
           IF WSS-ANIO-BISIESTO AND WSV-FK-MES > 2
               ADD 1 TO WSV-DIA-ANIO
           END-IF.
       14-DIA-DEL-ANIO-END.
       EXIT.

       15-CONTROLAR-BISIESTO.
           SET WSS-ANIO-COMUN TO TRUE.
           DIVIDE WSV-FK-ANIO BY 4
               GIVING WSV-BIS-COCIENTE
               REMAINDER WSV-BIS-RESTO-4.
           DIVIDE WSV-FK-ANIO BY 100
               GIVING WSV-BIS-COCIENTE
               REMAINDER WSV-BIS-RESTO-100.
           DIVIDE WSV-FK-ANIO BY 400
               GIVING WSV-BIS-COCIENTE
               REMAINDER WSV-BIS-RESTO-400.
           IF WSV-BIS-RESTO-4 = 0
            AND (WSV-BIS-RESTO-100 NOT = 0
                 OR WSV-BIS-RESTO-400 = 0)
               SET WSS-ANIO-BISIESTO TO TRUE
           END-IF.
       15-CONTROLAR-BISIESTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Deja en WSV-DIA-TOPE-MES el ultimo dia del mes de
      * WSV-FECHA-CALC; un mes fuera de rango deja el tope en cero.
      *----------------------------------------------------------------
       16-TOPE-DIA-DEL-MES.
           PERFORM 15-CONTROLAR-BISIESTO.
           EVALUATE WSV-FK-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WSV-DIA-TOPE-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WSV-DIA-TOPE-MES
               WHEN 2
                   IF WSS-ANIO-BISIESTO
                       MOVE 29 TO WSV-DIA-TOPE-MES
                   ELSE
                       MOVE 28 TO WSV-DIA-TOPE-MES
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WSV-DIA-TOPE-MES
           END-EVALUATE.
       16-TOPE-DIA-DEL-MES-END.
       EXIT.

      *----------------------------------------------------------------
      * Valida que WSV-FECHA-CALC sea una fecha real AAAAMMDD.
      *----------------------------------------------------------------
       17-VALIDAR-FECHA.
           SET WSS-FECHA-INVALIDA TO TRUE.
           IF WSV-FECHA-CALC-X IS NUMERIC
               PERFORM 16-TOPE-DIA-DEL-MES
               IF WSV-FK-ANIO >= 1900
                AND WSV-FK-MES >= 1 AND WSV-FK-MES <= 12
                AND WSV-FK-DIA >= 1
                AND WSV-FK-DIA <= WSV-DIA-TOPE-MES
                   SET WSS-FECHA-VALIDA TO TRUE
               END-IF
           END-IF.
       17-VALIDAR-FECHA-END.
       EXIT.

      *----------------------------------------------------------------
      * Lee el archivo de bajas y valida cada una contra el maestro.
      * Sin archivo de bajas no hay nada que liquidar.
      *----------------------------------------------------------------
       20-CARGAR-BAJAS.
           OPEN INPUT FD-BAJAS.
           IF WSV-FS-BAJAS NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO ARCHIVO DE BAJAS, "
                       "STATUS " WSV-FS-BAJAS
               STOP RUN
           END-IF.
           MOVE 'N' TO WSV-SW-FIN-ARCHIVO.
           PERFORM 21-LEER-BAJA
               UNTIL WSS-FIN-ARCHIVO.
           CLOSE FD-BAJAS.
           DISPLAY "BAJAS LEIDAS: " WSV-TOT-LEIDAS.
       20-CARGAR-BAJAS-END.
       EXIT.

       21-LEER-BAJA.
           READ FD-BAJAS
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WSV-TOT-LEIDAS
                   IF WSV-CANT-BAJAS < 2000
                       ADD 1 TO WSV-CANT-BAJAS
                       MOVE WSV-CANT-BAJAS TO WSV-IDX-BJ
                       PERFORM 22-VALIDAR-BAJA
                   ELSE
                       DISPLAY "TABLA DE BAJAS LLENA, NO SE LIQUIDA "
                               "EL LEGAJO " FD-BAJ-LEGAJO
                   END-IF
           END-READ.
       21-LEER-BAJA-END.
       EXIT.

      *----------------------------------------------------------------
      * Valida una baja: legajo, fecha (real y no posterior a la
      * corrida), motivo, dias de vacaciones gozados, repetidos en
      * el archivo y datos del maestro (existencia, baja previa con
      * otra fecha, CBU y fecha de ingreso anterior a la baja).
      *----------------------------------------------------------------
       22-VALIDAR-BAJA.
           INITIALIZE WSV-BJ-ENT(WSV-IDX-BJ).
           SET WSS-BJ-VALIDADA(WSV-IDX-BJ) TO TRUE.
           MOVE FD-BAJ-FECHA  TO WSV-BJ-FECHA-BAJA(WSV-IDX-BJ).
           MOVE FD-BAJ-MOTIVO TO WSV-BJ-MOTIVO(WSV-IDX-BJ).
           IF FD-BAJ-LEGAJO IS NOT NUMERIC
               SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
               MOVE "LEGAJO INVALIDO"
                   TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
           ELSE
               MOVE FD-BAJ-LEGAJO TO WSV-BJ-LEGAJO(WSV-IDX-BJ)
           END-IF.

           IF WSS-BJ-VALIDADA(WSV-IDX-BJ)
               MOVE FD-BAJ-FECHA TO WSV-FECHA-CALC-X
               PERFORM 17-VALIDAR-FECHA
               EVALUATE TRUE
                   WHEN WSS-FECHA-INVALIDA
                       SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                       MOVE "FECHA DE BAJA INVALIDA"
                           TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
                   WHEN FD-BAJ-FECHA > WSV-FECHA-CORRIDA
                       SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                       MOVE "FECHA DE BAJA POSTERIOR A LA CORRIDA"
                           TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
               END-EVALUATE
           END-IF.

           IF WSS-BJ-VALIDADA(WSV-IDX-BJ)
               PERFORM 22D-BUSCAR-MOTIVO
               IF WSS-MOTIVO-NO-HALLADO
                   SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                   MOVE "MOTIVO DE BAJA INVALIDO"
                       TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
               END-IF
           END-IF.

           IF WSS-BJ-VALIDADA(WSV-IDX-BJ)
               EVALUATE TRUE
                   WHEN FD-BAJ-VAC-GOZADAS = SPACES
                       MOVE 0 TO WSV-BJ-VAC-GOZADAS(WSV-IDX-BJ)
                   WHEN FD-BAJ-VAC-GOZADAS IS NUMERIC
                       MOVE FD-BAJ-VAC-GOZADAS
                           TO WSV-BJ-VAC-GOZADAS(WSV-IDX-BJ)
                   WHEN OTHER
                       SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                       MOVE "DIAS DE VACACIONES GOZADOS INVALIDOS"
                           TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
               END-EVALUATE
           END-IF.

           IF WSS-BJ-VALIDADA(WSV-IDX-BJ)
               PERFORM 22B-BUSCAR-REPETIDA
               IF WSS-BAJA-HALLADA
                   SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                   MOVE "LEGAJO REPETIDO EN EL ARCHIVO DE BAJAS"
                       TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
               END-IF
           END-IF.

           IF WSS-BJ-VALIDADA(WSV-IDX-BJ)
               PERFORM 23-TOMAR-DATOS-MAESTRO
           END-IF.

           IF WSS-BJ-VALIDADA(WSV-IDX-BJ)
               PERFORM 24-ARMAR-PERIODOS
           ELSE
               DISPLAY "BAJA RECHAZADA: " FD-BAJ-LEGAJO " - "
                       WSV-BJ-OBSERVACION(WSV-IDX-BJ)
           END-IF.
       22-VALIDAR-BAJA-END.
       EXIT.

       22B-BUSCAR-REPETIDA.
           SET WSS-BAJA-NO-HALLADA TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 22C-COMPARAR-REPETIDA
               UNTIL WSV-IDX-BUSQ >= WSV-IDX-BJ
                  OR WSS-BAJA-HALLADA.
       22B-BUSCAR-REPETIDA-END.
       EXIT.

       22C-COMPARAR-REPETIDA.
           IF WSV-BJ-LEGAJO(WSV-IDX-BUSQ) = WSV-BJ-LEGAJO(WSV-IDX-BJ)
               SET WSS-BAJA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       22C-COMPARAR-REPETIDA-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca el motivo de la baja en la tabla de motivos y deja su
      * descripcion en WSV-MOTIVO-TEXTO.
      *----------------------------------------------------------------
       22D-BUSCAR-MOTIVO.
           SET WSS-MOTIVO-NO-HALLADO TO TRUE.
           MOVE SPACES TO WSV-MOTIVO-TEXTO.
           MOVE 1 TO WSV-IDX-MOT.
           PERFORM 22E-COMPARAR-MOTIVO
               UNTIL WSV-IDX-MOT > 5
                  OR WSS-MOTIVO-HALLADO.
           IF WSS-MOTIVO-HALLADO
               MOVE WSC-MOT-TEXTO(WSV-IDX-MOT) TO WSV-MOTIVO-TEXTO
           END-IF.
       22D-BUSCAR-MOTIVO-END.
       EXIT.

       22E-COMPARAR-MOTIVO.
           IF WSC-MOT-CODIGO(WSV-IDX-MOT) = WSV-BJ-MOTIVO(WSV-IDX-BJ)
               SET WSS-MOTIVO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-MOT
           END-IF.
       22E-COMPARAR-MOTIVO-END.
       EXIT.

      *----------------------------------------------------------------
      * Toma del maestro los datos permanentes de la persona. Una
      * baja ya registrada en el maestro solo se acepta con la
      * misma fecha (la cargo SUELMAES antes de liquidar).
      *----------------------------------------------------------------
       23-TOMAR-DATOS-MAESTRO.
           MOVE WSV-BJ-LEGAJO(WSV-IDX-BJ) TO WSV-LEGAJO-AUX.
           PERFORM 23B-BUSCAR-MAESTRO.
           EVALUATE TRUE
               WHEN NOT WSS-MAESTRO-HALLADO
                   SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                   MOVE "LEGAJO INEXISTENTE EN EL MAESTRO"
                       TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
               WHEN WSS-MAE-BAJA(WSV-IDX-MAE)
                AND WSV-MAE-FECHA-BAJA(WSV-IDX-MAE)
                    NOT = WSV-BJ-FECHA-BAJA(WSV-IDX-BJ)
                   SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                   MOVE "BAJA YA REGISTRADA CON OTRA FECHA"
                       TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
               WHEN WSV-MAE-CBU(WSV-IDX-MAE) = SPACES
                   SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                   MOVE "LEGAJO SIN CBU EN EL MAESTRO"
                       TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
               WHEN OTHER
                   MOVE WSV-MAE-NOMBRE(WSV-IDX-MAE)
                       TO WSV-BJ-NOMBRE(WSV-IDX-BJ)
                   MOVE WSV-MAE-DEPTO(WSV-IDX-MAE)
                       TO WSV-BJ-DEPTO(WSV-IDX-BJ)
                   MOVE WSV-MAE-EMPRESA(WSV-IDX-MAE)
                       TO WSV-BJ-EMPRESA(WSV-IDX-BJ)
                   MOVE WSV-MAE-CBU(WSV-IDX-MAE)
                       TO WSV-BJ-CBU(WSV-IDX-BJ)
                   MOVE WSV-MAE-FECHA-INGRESO(WSV-IDX-MAE)
                       TO WSV-BJ-FECHA-INGRESO(WSV-IDX-BJ)
                   IF NOT WSS-MAE-BAJA(WSV-IDX-MAE)
                       SET WSS-BJ-MAE-ACTIVO(WSV-IDX-BJ) TO TRUE
                   END-IF
                   MOVE WSV-MAE-FECHA-INGRESO(WSV-IDX-MAE)
                       TO WSV-FECHA-CALC-X
                   PERFORM 17-VALIDAR-FECHA
                   IF WSS-FECHA-INVALIDA
                    OR WSV-MAE-FECHA-INGRESO(WSV-IDX-MAE)
                       > WSV-BJ-FECHA-BAJA(WSV-IDX-BJ)
                       SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                       MOVE "FECHA DE INGRESO INVALIDA O POSTERIOR"
                           TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
                   END-IF
           END-EVALUATE.
       23-TOMAR-DATOS-MAESTRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca WSV-LEGAJO-AUX en el maestro; como el maestro esta
      * ordenado, la busqueda se corta al pasar el legajo.
      *----------------------------------------------------------------
       23B-BUSCAR-MAESTRO.
           SET WSS-MAESTRO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-MAE.
           PERFORM 23C-COMPARAR-MAESTRO
               UNTIL WSV-IDX-MAE > WSV-CANT-MAESTRO
                  OR NOT WSS-MAESTRO-NO-HALLADO.
       23B-BUSCAR-MAESTRO-END.
       EXIT.

       23C-COMPARAR-MAESTRO.
           EVALUATE TRUE
               WHEN WSV-MAE-LEGAJO(WSV-IDX-MAE) = WSV-LEGAJO-AUX
                   SET WSS-MAESTRO-HALLADO TO TRUE
               WHEN WSV-MAE-LEGAJO(WSV-IDX-MAE) > WSV-LEGAJO-AUX
                   SET WSS-MAESTRO-CORTADO TO TRUE
               WHEN OTHER
                   ADD 1 TO WSV-IDX-MAE
           END-EVALUATE.
       23C-COMPARAR-MAESTRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Arma el semestre de la baja (para el SAC proporcional y
      * para ubicar el SAC que ya se pago de ese semestre, AAAAS) y
      * amplia el rango de historia a leer: desde el inicio del
      * semestre anterior hasta la fecha de la baja.
      *----------------------------------------------------------------
       24-ARMAR-PERIODOS.
           MOVE WSV-BJ-FECHA-BAJA(WSV-IDX-BJ) TO WSV-FECHA-BAJ-X.
           MOVE WSV-FECHA-BAJ-X TO WSV-BJ-SEM-DESDE(WSV-IDX-BJ).
           MOVE WSV-FECHA-BAJ-X TO WSV-BJ-SEM-HASTA(WSV-IDX-BJ).
           MOVE WSV-FECHA-BAJ-X TO WSV-FECHA-DESDE-AUX.
           MOVE WSV-FECHA-BAJ-X(1:4)
               TO WSV-BJ-SEMESTRE(WSV-IDX-BJ)(1:4).
           IF WSV-FB-MES <= 6
               MOVE '1' TO WSV-BJ-SEMESTRE(WSV-IDX-BJ)(5:1)
               MOVE '0101' TO WSV-BJ-SEM-DESDE(WSV-IDX-BJ)(5:4)
               MOVE '0630' TO WSV-BJ-SEM-HASTA(WSV-IDX-BJ)(5:4)
               SUBTRACT 1 FROM WSV-FB-ANIO GIVING WSV-ANIO-AUX
               MOVE WSV-ANIO-AUX TO WSV-FECHA-DESDE-AUX(1:4)
               MOVE '0701' TO WSV-FECHA-DESDE-AUX(5:4)
           ELSE
               MOVE '2' TO WSV-BJ-SEMESTRE(WSV-IDX-BJ)(5:1)
               MOVE '0701' TO WSV-BJ-SEM-DESDE(WSV-IDX-BJ)(5:4)
               MOVE '1231' TO WSV-BJ-SEM-HASTA(WSV-IDX-BJ)(5:4)
               MOVE '0101' TO WSV-FECHA-DESDE-AUX(5:4)
           END-IF.
           IF WSV-FECHA-DESDE-AUX < WSV-HIS-DESDE
               MOVE WSV-FECHA-DESDE-AUX TO WSV-HIS-DESDE
           END-IF.
           IF WSV-FECHA-BAJ-X > WSV-HIS-HASTA
               MOVE WSV-FECHA-BAJ-X TO WSV-HIS-HASTA
           END-IF.
       24-ARMAR-PERIODOS-END.
       EXIT.

      *----------------------------------------------------------------
      * Antes de abrir cualquier salida controla los archivos de
      * pagos pendientes que esta corrida puede reemplazar: el sin
      * codigo de empresa y el de cada empresa de las bajas
      * validadas. La liberacion vacia el pendiente al pasarlo a
      * SUELFBC, asi que uno con transferencias todavia no fue
      * liberado: si la ultima decision de la bitacora no es un
      * rechazo, esas liquidaciones siguen esperando aprobacion y
      * reemplazarlas dejaria a esas bajas sin cobrar; la corrida
      * se frena. Uno rechazado en SUELBLIB se reemplaza con aviso
      * (sus bajas no quedaron registradas en la historia y se
      * pueden volver a liquidar).
      *----------------------------------------------------------------
       25-CONTROLAR-PENDIENTES.
           PERFORM 25B-CARGAR-BITACORA.
           MOVE SPACES TO WSV-EMPRESA-AUX.
           PERFORM 25D-CONTROLAR-EMPRESA.
           PERFORM 25C-CONTROLAR-BAJA
               VARYING WSV-IDX-BJ FROM 1 BY 1
               UNTIL WSV-IDX-BJ > WSV-CANT-BAJAS.
       25-CONTROLAR-PENDIENTES-END.
       EXIT.

      *----------------------------------------------------------------
      * Toma de la bitacora la ultima decision de cada archivo de
      * pagos de liquidacion final. Sin bitacora no hay decisiones.
      *----------------------------------------------------------------
       25B-CARGAR-BITACORA.
           OPEN INPUT FD-AUDITORIA.
           EVALUATE WSV-FS-AUDITORIA
               WHEN '00'
                   PERFORM 25G-LEER-BITACORA
                       UNTIL WSV-FS-AUDITORIA NOT = '00'
                   CLOSE FD-AUDITORIA
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR FATAL ABRIENDO BITACORA DE "
                           "AUDITORIA, STATUS " WSV-FS-AUDITORIA
                   STOP RUN
           END-EVALUATE.
       25B-CARGAR-BITACORA-END.
       EXIT.

       25C-CONTROLAR-BAJA.
           IF WSS-BJ-VALIDADA(WSV-IDX-BJ)
               MOVE WSV-BJ-EMPRESA(WSV-IDX-BJ) TO WSV-EMPRESA-AUX
               PERFORM 25D-CONTROLAR-EMPRESA
           END-IF.
       25C-CONTROLAR-BAJA-END.
       EXIT.

      *----------------------------------------------------------------
      * Controla una sola vez el pendiente de la empresa de
      * WSV-EMPRESA-AUX.
      *----------------------------------------------------------------
       25D-CONTROLAR-EMPRESA.
           MOVE SPACES TO WSV-NOMBRE-BUSQ.
           STRING 'SUELFBC' DELIMITED BY SIZE
                  WSV-EMPRESA-AUX DELIMITED BY SPACE
                  INTO WSV-NOMBRE-BUSQ.
           PERFORM 25E-UBICAR-ARCHIVO.
           IF WSS-LIB-HALLADO
               IF WSS-LIB-CONTROLADO(WSV-IDX-LIB)
                   CONTINUE
               ELSE
                   SET WSS-LIB-CONTROLADO(WSV-IDX-LIB) TO TRUE
                   MOVE 'N' TO WSV-SW-PEND-RECHAZADO
                   IF WSS-LIB-RECHAZADO(WSV-IDX-LIB)
                       SET WSS-PEND-RECHAZADO TO TRUE
                   END-IF
                   PERFORM 25H-CONTAR-PENDIENTE
               END-IF
           ELSE
               MOVE 'N' TO WSV-SW-PEND-RECHAZADO
               PERFORM 25H-CONTAR-PENDIENTE
           END-IF.
       25D-CONTROLAR-EMPRESA-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca WSV-NOMBRE-BUSQ en la tabla de liberaciones y lo da de
      * alta si no esta. Con la tabla llena queda sin ubicar.
      *----------------------------------------------------------------
       25E-UBICAR-ARCHIVO.
           SET WSS-LIB-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-LIB.
           PERFORM 25F-COMPARAR-ARCHIVO
               UNTIL WSV-IDX-LIB > WSV-CANT-LIBERACION
                  OR WSS-LIB-HALLADO.
           IF WSS-LIB-NO-HALLADO
            AND WSV-CANT-LIBERACION < 30
               ADD 1 TO WSV-CANT-LIBERACION
               MOVE WSV-CANT-LIBERACION TO WSV-IDX-LIB
               MOVE WSV-NOMBRE-BUSQ TO WSV-LIB-NOMBRE(WSV-IDX-LIB)
               MOVE SPACES TO WSV-LIB-ESTADO(WSV-IDX-LIB)
               MOVE 'N' TO WSV-LIB-CONTROL(WSV-IDX-LIB)
               SET WSS-LIB-HALLADO TO TRUE
           END-IF.
       25E-UBICAR-ARCHIVO-END.
       EXIT.

       25F-COMPARAR-ARCHIVO.
           IF WSV-LIB-NOMBRE(WSV-IDX-LIB) = WSV-NOMBRE-BUSQ
               SET WSS-LIB-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-LIB
           END-IF.
       25F-COMPARAR-ARCHIVO-END.
       EXIT.

       25G-LEER-BITACORA.
           READ FD-AUDITORIA
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FD-AUDIT-REC TO WSV-REG-AUDITORIA
                   IF WSS-RA-LIBERACION
                    AND WSV-RA-VERSION(1:7) = 'SUELFBC'
                       MOVE WSV-RA-VERSION TO WSV-NOMBRE-BUSQ
                       PERFORM 25E-UBICAR-ARCHIVO
                       IF WSS-LIB-HALLADO
                           MOVE WSV-RA-TIPO
                               TO WSV-LIB-ESTADO(WSV-IDX-LIB)
                       END-IF
                   END-IF
           END-READ.
       25G-LEER-BITACORA-END.
       EXIT.

      *----------------------------------------------------------------
      * Cuenta las transferencias del pendiente de la empresa y
      * frena la corrida si siguen esperando la liberacion.
      *----------------------------------------------------------------
       25H-CONTAR-PENDIENTE.
           MOVE SPACES TO WSV-ARCHIVO-BANCO.
           STRING 'SUELFBP' DELIMITED BY SIZE
                  WSV-EMPRESA-AUX DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-BANCO.
           MOVE 0 TO WSV-CANT-PAGOS-PEND.
           OPEN INPUT FD-BANCO-EMP.
           IF WSV-FS-BANCO-EMP = '00'
               PERFORM 25I-LEER-PENDIENTE
                   UNTIL WSV-FS-BANCO-EMP NOT = '00'
               CLOSE FD-BANCO-EMP
           END-IF.
           IF WSV-CANT-PAGOS-PEND > 0
               IF WSS-PEND-RECHAZADO
                   DISPLAY "ATENCION: " WSV-ARCHIVO-BANCO " CON "
                           WSV-CANT-PAGOS-PEND " TRANSFERENCIAS "
                           "RECHAZADAS EN LA LIBERACION; SE "
                           "REEMPLAZA SI ESTA CORRIDA PAGA BAJAS "
                           "DE LA EMPRESA"
               ELSE
                   DISPLAY "ERROR FATAL: " WSV-ARCHIVO-BANCO
                           " TIENE " WSV-CANT-PAGOS-PEND
                           " TRANSFERENCIAS PENDIENTES DE "
                           "LIBERACION"
                   DISPLAY "LIBERAR O RECHAZAR CON SUELBLIB ANTES "
                           "DE OTRA LIQUIDACION FINAL"
                   STOP RUN
               END-IF
           END-IF.
       25H-CONTAR-PENDIENTE-END.
       EXIT.

       25I-LEER-PENDIENTE.
           READ FD-BANCO-EMP
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-BANCO-EMP-REC(1:1) = 'D'
                       ADD 1 TO WSV-CANT-PAGOS-PEND
                   END-IF
           END-READ.
       25I-LEER-PENDIENTE-END.
       EXIT.

      *----------------------------------------------------------------
      * Recorre los resguardos del catalogo que tocan el rango de
      * las bajas y despues la historia en linea, tomando para cada
      * baja validada la ultima corrida, el mejor sueldo del
      * semestre, el SAC ya pagado del semestre de la baja y si ya
      * tiene una liquidacion final registrada. El SAC y la
      * liquidacion final se registran despues de la baja, asi que
      * los resguardos se leen hasta la fecha de esta corrida. Un
      * resguardo catalogado que no esta disponible frena la
      * liquidacion.
      *----------------------------------------------------------------
       30-CARGAR-HISTORIA.
           IF WSV-HIS-HASTA NOT = LOW-VALUES
            AND WSV-FECHA-CORRIDA > WSV-HIS-HASTA
               MOVE WSV-FECHA-CORRIDA TO WSV-HIS-HASTA
           END-IF.
           IF WSV-HIS-HASTA NOT = LOW-VALUES
               PERFORM 31-LEER-UN-RESGUARDO
                   VARYING WSV-IDX-CAT FROM 1 BY 1
                   UNTIL WSV-IDX-CAT > WSV-CANT-CATALOGO
           END-IF.
           OPEN INPUT FD-HISTORIA.
           IF WSV-FS-HISTORIA NOT = '00'
               DISPLAY "HISTORIA DE CORRIDAS NO DISPONIBLE, STATUS "
                       WSV-FS-HISTORIA
               STOP RUN
           END-IF.
           MOVE 'N' TO WSV-SW-FIN-ARCHIVO.
           PERFORM 33-LEER-HISTORIA
               UNTIL WSS-FIN-ARCHIVO.
           CLOSE FD-HISTORIA.
           DISPLAY "HISTORIA: " WSV-TOT-HIS-LEIDOS " REGISTROS "
                   "LEIDOS EN LINEA Y EN " WSV-CANT-RESGUARDOS
                   " RESGUARDO(S)".
       30-CARGAR-HISTORIA-END.
       EXIT.

       31-LEER-UN-RESGUARDO.
           IF WSV-CAT-DESDE(WSV-IDX-CAT) <= WSV-HIS-HASTA
            AND WSV-CAT-HASTA(WSV-IDX-CAT) >= WSV-HIS-DESDE
               MOVE WSV-CAT-ARCHIVO(WSV-IDX-CAT)
                   TO WSV-ARCHIVO-HIS-ARCH
               OPEN INPUT FD-HIS-ARCHIVO
               IF WSV-FS-HIS-ARCHIVO NOT = '00'
                   DISPLAY "RESGUARDO " WSV-ARCHIVO-HIS-ARCH
                           " NO DISPONIBLE, STATUS "
                           WSV-FS-HIS-ARCHIVO
                   DISPLAY "RESTAURAR EL RESGUARDO PARA LIQUIDAR "
                           "LAS BAJAS"
                   STOP RUN
               END-IF
               ADD 1 TO WSV-CANT-RESGUARDOS
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               PERFORM 32-LEER-RESGUARDO
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-HIS-ARCHIVO
           END-IF.
       31-LEER-UN-RESGUARDO-END.
       EXIT.

       32-LEER-RESGUARDO.
           READ FD-HIS-ARCHIVO
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-HIS-ARCHIVO-REC TO WSV-REG-HISTORIA
                   PERFORM 34-ACUMULAR-REGISTRO
           END-READ.
       32-LEER-RESGUARDO-END.
       EXIT.

       33-LEER-HISTORIA.
           READ FD-HISTORIA
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-HISTORIA-REC TO WSV-REG-HISTORIA
                   PERFORM 34-ACUMULAR-REGISTRO
           END-READ.
       33-LEER-HISTORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Acumula un registro de historia en la baja de su legajo. Una
      * liquidacion final posterior al ingreso vigente marca la baja
      * como ya liquidada; en la historia solo estan las ya
      * liberadas, una pendiente o rechazada se puede volver a
      * liquidar. Un pago de SAC del semestre de la baja
      * deja el bruto ya pagado (el mayor, si el SAC se reliquido).
      * De las corridas hasta la fecha de baja se toma la mas
      * reciente (categoria y sueldo base, sin las novedades del
      * mes) y el mejor sueldo del semestre de la baja.
      *----------------------------------------------------------------
       34-ACUMULAR-REGISTRO.
           ADD 1 TO WSV-TOT-HIS-LEIDOS.
           PERFORM 35-UBICAR-BAJA.
           IF WSS-BAJA-HALLADA
               EVALUATE TRUE
                   WHEN WSS-RH-LIQ-FINAL
                       IF WSV-RH-FECHA >=
                          WSV-BJ-FECHA-INGRESO(WSV-IDX-BUSQ)
                           SET WSS-BJ-LIQ-PREVIA(WSV-IDX-BUSQ) TO TRUE
                       END-IF
                   WHEN WSS-RH-PAGO-SAC
                       IF WSV-RH-SAC-SEMESTRE =
                          WSV-BJ-SEMESTRE(WSV-IDX-BUSQ)
                        AND WSV-RH-SUELDO >
                            WSV-BJ-SAC-PAGADO(WSV-IDX-BUSQ)
                           MOVE WSV-RH-SUELDO
                               TO WSV-BJ-SAC-PAGADO(WSV-IDX-BUSQ)
                       END-IF
                   WHEN WSV-RH-FECHA <= WSV-BJ-FECHA-BAJA(WSV-IDX-BUSQ)
                       PERFORM 34B-TOMAR-CORRIDA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       34-ACUMULAR-REGISTRO-END.
       EXIT.

       34B-TOMAR-CORRIDA.
           IF WSV-RH-FECHA >= WSV-BJ-FECHA-ULT(WSV-IDX-BUSQ)
               MOVE WSV-RH-FECHA TO WSV-BJ-FECHA-ULT(WSV-IDX-BUSQ)
               MOVE WSV-RH-CATEGORIA
                   TO WSV-BJ-CATEGORIA(WSV-IDX-BUSQ)
               MOVE WSV-RH-SUELDO TO WSV-BASE-AUX
               IF WSV-RH-NOVEDADES IS NUMERIC
                   COMPUTE WSV-BASE-AUX = WSV-RH-SUELDO
                       + WSV-RH-IMP-AUS - WSV-RH-IMP-50
                       - WSV-RH-IMP-100 - WSV-RH-IMP-ADIC
                   IF WSV-BASE-AUX < 0
                       MOVE WSV-RH-SUELDO TO WSV-BASE-AUX
                   END-IF
               END-IF
               MOVE WSV-BASE-AUX TO WSV-BJ-BASE(WSV-IDX-BUSQ)
           END-IF.
           IF WSV-RH-FECHA >= WSV-BJ-SEM-DESDE(WSV-IDX-BUSQ)
            AND WSV-RH-SUELDO > WSV-BJ-MEJOR(WSV-IDX-BUSQ)
               MOVE WSV-RH-SUELDO TO WSV-BJ-MEJOR(WSV-IDX-BUSQ)
           END-IF.
       34B-TOMAR-CORRIDA-END.
       EXIT.

       35-UBICAR-BAJA.
           SET WSS-BAJA-NO-HALLADA TO TRUE.
           MOVE 1 TO WSV-IDX-BUSQ.
           PERFORM 35B-COMPARAR-BAJA
               UNTIL WSV-IDX-BUSQ > WSV-CANT-BAJAS
                  OR WSS-BAJA-HALLADA.
       35-UBICAR-BAJA-END.
       EXIT.

       35B-COMPARAR-BAJA.
           IF WSV-BJ-LEGAJO(WSV-IDX-BUSQ) = WSV-RH-LEGAJO
            AND WSS-BJ-VALIDADA(WSV-IDX-BUSQ)
               SET WSS-BAJA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-BUSQ
           END-IF.
       35B-COMPARAR-BAJA-END.
       EXIT.

      *----------------------------------------------------------------
      * Liquida cada baja y la lista, pagada o con el motivo por el
      * que no se liquida.
      *----------------------------------------------------------------
       40-LIQUIDAR.
           PERFORM 11-ABRIR-LISTADOS.
           PERFORM 41-LIQUIDAR-UNA-BAJA
               VARYING WSV-IDX-BJ FROM 1 BY 1
               UNTIL WSV-IDX-BJ > WSV-CANT-BAJAS.
       40-LIQUIDAR-END.
       EXIT.

      *----------------------------------------------------------------
      * Una baja validada se liquida si no tiene ya una liquidacion
      * final liberada y tiene al menos una corrida en la historia
      * de donde tomar la categoria y el sueldo. Los rubros
      * remunerativos (dias del mes y SAC proporcional) llevan las
      * deducciones; las vacaciones no gozadas y la indemnizacion
      * no.
      *----------------------------------------------------------------
       41-LIQUIDAR-UNA-BAJA.
           IF WSS-BJ-VALIDADA(WSV-IDX-BJ)
               EVALUATE TRUE
                   WHEN WSS-BJ-LIQ-PREVIA(WSV-IDX-BJ)
                       SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                       MOVE "LIQUIDACION FINAL YA REGISTRADA"
                           TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
                   WHEN WSV-BJ-FECHA-ULT(WSV-IDX-BJ) = SPACES
                       SET WSS-BJ-RECHAZADA(WSV-IDX-BJ) TO TRUE
                       MOVE "SIN CORRIDAS EN LA HISTORIA"
                           TO WSV-BJ-OBSERVACION(WSV-IDX-BJ)
                   WHEN OTHER
                       MOVE WSV-BJ-FECHA-INGRESO(WSV-IDX-BJ)
                           TO WSV-FECHA-ING-X
                       MOVE WSV-BJ-FECHA-BAJA(WSV-IDX-BJ)
                           TO WSV-FECHA-BAJ-X
                       PERFORM 42-CALCULAR-DIAS-MES
                       PERFORM 43-CALCULAR-SAC
                       PERFORM 44-CALCULAR-VACACIONES
                       PERFORM 45-CALCULAR-INDEMNIZACION
                       PERFORM 46-CALCULAR-DEDUCCIONES
                       IF WSV-BJ-TOTAL(WSV-IDX-BJ) = 0
                           SET WSS-BJ-SIN-IMPORTE(WSV-IDX-BJ) TO TRUE
                       ELSE
                           SET WSS-BJ-PAGADA(WSV-IDX-BJ) TO TRUE
                           PERFORM 47-ACUMULAR-TOTALES
                       END-IF
               END-EVALUATE
           END-IF.
           IF WSS-BJ-PAGADA(WSV-IDX-BJ)
               PERFORM 48-ESCRIBIR-RECIBO
           ELSE
               ADD 1 TO WSV-TOT-NO-PAGADAS
           END-IF.
           PERFORM 49-ESCRIBIR-DETALLE.
       41-LIQUIDAR-UNA-BAJA-END.
       EXIT.

      *----------------------------------------------------------------
      * Dias trabajados del mes de la baja, sobre el mes comercial
      * de 30 dias. Si la ultima corrida ya es del mes de la baja
      * (o posterior) el mes ya se pago en la nomina y no se liquida
      * de nuevo.
      *----------------------------------------------------------------
       42-CALCULAR-DIAS-MES.
           IF WSV-BJ-FECHA-ULT(WSV-IDX-BJ)(1:6) >=
              WSV-BJ-FECHA-BAJA(WSV-IDX-BJ)(1:6)
               MOVE 0 TO WSV-BJ-DIAS-MES(WSV-IDX-BJ)
               MOVE 0 TO WSV-BJ-IMP-DIAS(WSV-IDX-BJ)
               DISPLAY "LEGAJO " WSV-BJ-LEGAJO(WSV-IDX-BJ)
                       ": EL MES DE LA BAJA YA SE PAGO EN LA CORRIDA "
                       WSV-BJ-FECHA-ULT(WSV-IDX-BJ)
                       ", NO SE LIQUIDAN DIAS"
           ELSE
               MOVE WSV-FB-DIA TO WSV-BJ-DIAS-MES(WSV-IDX-BJ)
               IF WSV-FB-DIA > WSC-DIAS-MES-COMERCIAL
                   MOVE WSC-DIAS-MES-COMERCIAL
                       TO WSV-BJ-DIAS-MES(WSV-IDX-BJ)
               END-IF
               COMPUTE WSV-BJ-IMP-DIAS(WSV-IDX-BJ) ROUNDED =
                   WSV-BJ-BASE(WSV-IDX-BJ)
                   * WSV-BJ-DIAS-MES(WSV-IDX-BJ)
                   / WSC-DIAS-MES-COMERCIAL
           END-IF.
       42-CALCULAR-DIAS-MES-END.
       EXIT.

      *----------------------------------------------------------------
      * SAC proporcional: la mitad del mejor sueldo del semestre de
      * la baja (o del sueldo base si no hubo corridas en el), en
      * proporcion a los dias trabajados en el semestre, desde su
      * inicio o desde el ingreso si fue posterior, hasta la baja.
      * Si SUELSAC ya pago el SAC de ese semestre, se descuenta lo
      * pagado y solo se liquida la diferencia, si la hay.
      *----------------------------------------------------------------
       43-CALCULAR-SAC.
           IF WSV-BJ-MEJOR(WSV-IDX-BJ) = 0
               MOVE WSV-BJ-BASE(WSV-IDX-BJ) TO WSV-BJ-MEJOR(WSV-IDX-BJ)
           END-IF.
           MOVE WSV-BJ-SEM-DESDE(WSV-IDX-BJ) TO WSV-FECHA-CALC-X.
           PERFORM 14-DIA-DEL-ANIO.
           MOVE WSV-DIA-ANIO TO WSV-DIA-ANIO-DESDE.
           MOVE WSV-BJ-SEM-HASTA(WSV-IDX-BJ) TO WSV-FECHA-CALC-X.
           PERFORM 14-DIA-DEL-ANIO.
           MOVE WSV-DIA-ANIO TO WSV-DIA-ANIO-HASTA.
           COMPUTE WSV-DIAS-PERIODO =
               WSV-DIA-ANIO-HASTA - WSV-DIA-ANIO-DESDE + 1.
           IF WSV-FECHA-ING-X > WSV-BJ-SEM-DESDE(WSV-IDX-BJ)
               MOVE WSV-FECHA-ING-X TO WSV-FECHA-CALC-X
               PERFORM 14-DIA-DEL-ANIO
               MOVE WSV-DIA-ANIO TO WSV-DIA-ANIO-DESDE
           END-IF.
           MOVE WSV-FECHA-BAJ-X TO WSV-FECHA-CALC-X.
           PERFORM 14-DIA-DEL-ANIO.
           MOVE WSV-DIA-ANIO TO WSV-DIA-ANIO-BAJA.
           COMPUTE WSV-BJ-DIAS-SAC(WSV-IDX-BJ) =
               WSV-DIA-ANIO-BAJA - WSV-DIA-ANIO-DESDE + 1.
           COMPUTE WSV-BJ-IMP-SAC(WSV-IDX-BJ) ROUNDED =
               WSV-BJ-MEJOR(WSV-IDX-BJ)
               * WSV-BJ-DIAS-SAC(WSV-IDX-BJ)
               / (2 * WSV-DIAS-PERIODO).
           IF WSV-BJ-SAC-PAGADO(WSV-IDX-BJ) > 0
               IF WSV-BJ-SAC-PAGADO(WSV-IDX-BJ) >=
                  WSV-BJ-IMP-SAC(WSV-IDX-BJ)
                   MOVE 0 TO WSV-BJ-IMP-SAC(WSV-IDX-BJ)
                   DISPLAY "LEGAJO " WSV-BJ-LEGAJO(WSV-IDX-BJ)
                           ": EL SAC DEL SEMESTRE "
                           WSV-BJ-SEMESTRE(WSV-IDX-BJ)
                           " YA SE PAGO, NO SE LIQUIDA SAC"
               ELSE
                   SUBTRACT WSV-BJ-SAC-PAGADO(WSV-IDX-BJ)
                       FROM WSV-BJ-IMP-SAC(WSV-IDX-BJ)
                   DISPLAY "LEGAJO " WSV-BJ-LEGAJO(WSV-IDX-BJ)
                           ": SE DESCUENTA EL SAC YA PAGADO DEL "
                           "SEMESTRE " WSV-BJ-SEMESTRE(WSV-IDX-BJ)
               END-IF
           END-IF.
       43-CALCULAR-SAC-END.
       EXIT.

      *----------------------------------------------------------------
      * Vacaciones no gozadas: los dias anuales del tramo de
      * antiguedad a la fecha de baja, en proporcion a los dias
      * trabajados en el ano, menos los ya gozados, a razon de un
      * veinticincoavo del sueldo base por dia.
      *----------------------------------------------------------------
       44-CALCULAR-VACACIONES.
           PERFORM 44B-CALCULAR-ANTIGUEDAD.
           EVALUATE TRUE
               WHEN WSV-ANIOS-ANTIG < 5
                   MOVE WSC-VAC-HASTA-5  TO WSV-VAC-ANUALES
               WHEN WSV-ANIOS-ANTIG < 10
                   MOVE WSC-VAC-HASTA-10 TO WSV-VAC-ANUALES
               WHEN WSV-ANIOS-ANTIG < 20
                   MOVE WSC-VAC-HASTA-20 TO WSV-VAC-ANUALES
               WHEN OTHER
                   MOVE WSC-VAC-MAS-20   TO WSV-VAC-ANUALES
           END-EVALUATE.
           MOVE WSV-FECHA-BAJ-X TO WSV-FECHA-CALC-X.
           MOVE '1231' TO WSV-FECHA-CALC-X(5:4).
           PERFORM 14-DIA-DEL-ANIO.
           MOVE WSV-DIA-ANIO TO WSV-DIAS-ANIO.
           MOVE 1 TO WSV-DIA-ANIO-DESDE.
           IF WSV-FI-ANIO = WSV-FB-ANIO
               MOVE WSV-FECHA-ING-X TO WSV-FECHA-CALC-X
               PERFORM 14-DIA-DEL-ANIO
               MOVE WSV-DIA-ANIO TO WSV-DIA-ANIO-DESDE
           END-IF.
           COMPUTE WSV-DIAS-TRABAJADOS =
               WSV-DIA-ANIO-BAJA - WSV-DIA-ANIO-DESDE + 1.
           COMPUTE WSV-VAC-PROPORCIONAL ROUNDED =
               WSV-VAC-ANUALES * WSV-DIAS-TRABAJADOS / WSV-DIAS-ANIO.
           IF WSV-VAC-PROPORCIONAL > WSV-BJ-VAC-GOZADAS(WSV-IDX-BJ)
               COMPUTE WSV-BJ-DIAS-VAC(WSV-IDX-BJ) =
                   WSV-VAC-PROPORCIONAL
                   - WSV-BJ-VAC-GOZADAS(WSV-IDX-BJ)
           ELSE
               MOVE 0 TO WSV-BJ-DIAS-VAC(WSV-IDX-BJ)
           END-IF.
           COMPUTE WSV-BJ-IMP-VAC(WSV-IDX-BJ) ROUNDED =
               WSV-BJ-BASE(WSV-IDX-BJ)
               * WSV-BJ-DIAS-VAC(WSV-IDX-BJ)
               / WSC-DIVISOR-VACACIONES.
       44-CALCULAR-VACACIONES-END.
       EXIT.

      *----------------------------------------------------------------
      * Antiguedad a la fecha de baja en meses cumplidos, y de ahi
      * en anos cumplidos y meses de la fraccion.
      *----------------------------------------------------------------
       44B-CALCULAR-ANTIGUEDAD.
           COMPUTE WSV-MESES-ANTIG =
               (WSV-FB-ANIO - WSV-FI-ANIO) * 12
               + WSV-FB-MES - WSV-FI-MES.
           IF WSV-FB-DIA < WSV-FI-DIA
               SUBTRACT 1 FROM WSV-MESES-ANTIG
           END-IF.
           IF WSV-MESES-ANTIG < 0
               MOVE 0 TO WSV-MESES-ANTIG
           END-IF.
           DIVIDE WSV-MESES-ANTIG BY 12
               GIVING WSV-ANIOS-ANTIG
               REMAINDER WSV-RESTO-MESES.
       44B-CALCULAR-ANTIGUEDAD-END.
       EXIT.

      *----------------------------------------------------------------
      * Indemnizacion por antiguedad, solo en el despido sin causa:
      * un sueldo base por ano de servicio y por la fraccion mayor
      * de tres meses, con un minimo de un sueldo.
      *----------------------------------------------------------------
       45-CALCULAR-INDEMNIZACION.
           MOVE 0 TO WSV-BJ-MESES-IND(WSV-IDX-BJ).
           MOVE 0 TO WSV-BJ-IMP-INDEM(WSV-IDX-BJ).
           IF WSS-BJ-DESPIDO-SIN-CAUSA(WSV-IDX-BJ)
               MOVE WSV-ANIOS-ANTIG TO WSV-BJ-MESES-IND(WSV-IDX-BJ)
               IF WSV-RESTO-MESES > WSC-MESES-FRACCION-IND
                   ADD 1 TO WSV-BJ-MESES-IND(WSV-IDX-BJ)
               END-IF
               IF WSV-BJ-MESES-IND(WSV-IDX-BJ) = 0
                   MOVE 1 TO WSV-BJ-MESES-IND(WSV-IDX-BJ)
               END-IF
               COMPUTE WSV-BJ-IMP-INDEM(WSV-IDX-BJ) =
                   WSV-BJ-BASE(WSV-IDX-BJ)
                   * WSV-BJ-MESES-IND(WSV-IDX-BJ)
           END-IF.
       45-CALCULAR-INDEMNIZACION-END.
       EXIT.

      *----------------------------------------------------------------
      * Aplica cada concepto de deduccion sobre los rubros
      * remunerativos, con el desglose para el recibo, y arma el
      * neto remunerativo y el total a pagar.
      *----------------------------------------------------------------
       46-CALCULAR-DEDUCCIONES.
           COMPUTE WSV-BJ-REMUN(WSV-IDX-BJ) =
               WSV-BJ-IMP-DIAS(WSV-IDX-BJ) + WSV-BJ-IMP-SAC(WSV-IDX-BJ).
           MOVE 0 TO WSV-BJ-DED(WSV-IDX-BJ).
           MOVE 0 TO WSV-NRO-DED.
           INITIALIZE WSV-DETALLE-DEDUCCIONES.
           SET WSC-IDX-DED TO 1.
           PERFORM 46B-APLICAR-UNA-DEDUCCION
               UNTIL WSC-IDX-DED > WSC-CANT-DEDUCCIONES.
           COMPUTE WSV-BJ-NETO-REM(WSV-IDX-BJ) =
               WSV-BJ-REMUN(WSV-IDX-BJ) - WSV-BJ-DED(WSV-IDX-BJ).
           COMPUTE WSV-BJ-TOTAL(WSV-IDX-BJ) =
               WSV-BJ-NETO-REM(WSV-IDX-BJ)
               + WSV-BJ-IMP-VAC(WSV-IDX-BJ)
               + WSV-BJ-IMP-INDEM(WSV-IDX-BJ).
       46-CALCULAR-DEDUCCIONES-END.
       EXIT.

       46B-APLICAR-UNA-DEDUCCION.
           COMPUTE WSV-IMPORTE-DEDUCCION =
               WSV-BJ-REMUN(WSV-IDX-BJ)
               * WSC-DED-PORC(WSC-IDX-DED) / 10000.
           ADD WSV-IMPORTE-DEDUCCION TO WSV-BJ-DED(WSV-IDX-BJ).
           ADD 1 TO WSV-NRO-DED.
           MOVE WSC-DED-CODIGO(WSC-IDX-DED)
               TO WSV-DD-CODIGO(WSV-NRO-DED).
           MOVE WSC-DED-PORC(WSC-IDX-DED)
               TO WSV-DD-PORC(WSV-NRO-DED).
           MOVE WSV-IMPORTE-DEDUCCION
               TO WSV-DD-IMPORTE(WSV-NRO-DED).
           SET WSC-IDX-DED UP BY 1.
       46B-APLICAR-UNA-DEDUCCION-END.
       EXIT.

      *----------------------------------------------------------------
      * Acumula la baja pagada en los totales de su empresa, de su
      * departamento, de cada concepto de deduccion y de la corrida.
      * Si la tabla de empresas esta llena la baja no puede ir a
      * ningun archivo de pagos y queda sin pagar.
      *----------------------------------------------------------------
       47-ACUMULAR-TOTALES.
           MOVE WSV-BJ-EMPRESA(WSV-IDX-BJ) TO WSV-EMPRESA-AUX.
           PERFORM 47B-UBICAR-EMPRESA.
           IF WSV-IDX-TE = 0
               SET WSS-BJ-SIN-EMPRESA(WSV-IDX-BJ) TO TRUE
           ELSE
               ADD 1 TO WSV-TE-PAGADOS(WSV-IDX-TE)
               ADD WSV-BJ-REMUN(WSV-IDX-BJ)
                   WSV-BJ-IMP-VAC(WSV-IDX-BJ)
                   WSV-BJ-IMP-INDEM(WSV-IDX-BJ)
                   TO WSV-TE-BRUTO(WSV-IDX-TE)
               ADD WSV-BJ-DED(WSV-IDX-BJ)
                   TO WSV-TE-DEDUCCIONES(WSV-IDX-TE)
               ADD WSV-BJ-TOTAL(WSV-IDX-BJ)
                   TO WSV-TE-PAGO(WSV-IDX-TE)
               PERFORM 47D-ACUMULAR-DEPTO
               PERFORM 47F-ACUMULAR-DED-CONCEPTO
                   VARYING WSV-NRO-DED FROM 1 BY 1
                   UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES
               ADD 1 TO WSV-TOT-PAGADAS
               ADD WSV-BJ-REMUN(WSV-IDX-BJ) TO WSV-TOT-REMUNERATIVO
               ADD WSV-BJ-IMP-VAC(WSV-IDX-BJ) TO WSV-TOT-VACACIONES
               ADD WSV-BJ-IMP-INDEM(WSV-IDX-BJ)
                   TO WSV-TOT-INDEMNIZACION
               ADD WSV-BJ-REMUN(WSV-IDX-BJ)
                   WSV-BJ-IMP-VAC(WSV-IDX-BJ)
                   WSV-BJ-IMP-INDEM(WSV-IDX-BJ)
                   TO WSV-TOT-BRUTO
               ADD WSV-BJ-DED(WSV-IDX-BJ) TO WSV-TOT-DEDUCCIONES
               ADD WSV-BJ-TOTAL(WSV-IDX-BJ) TO WSV-TOT-PAGO
           END-IF.
       47-ACUMULAR-TOTALES-END.
       EXIT.

       47B-UBICAR-EMPRESA.
           SET WSS-EMPRESA-NO-HALLADA TO TRUE.
           MOVE 1 TO WSV-IDX-TE.
           PERFORM 47C-COMPARAR-EMPRESA-TOTAL
               UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT
                  OR WSS-EMPRESA-HALLADA.
           IF WSS-EMPRESA-NO-HALLADA
               IF WSV-CANT-EMPRESAS-TOT < 5
                   ADD 1 TO WSV-CANT-EMPRESAS-TOT
                   MOVE WSV-CANT-EMPRESAS-TOT TO WSV-IDX-TE
                   INITIALIZE WSV-TOT-EMPRESA(WSV-IDX-TE)
                   MOVE WSV-EMPRESA-AUX
                       TO WSV-TE-CODIGO(WSV-IDX-TE)
               ELSE
                   DISPLAY "TABLA DE TOTALES POR EMPRESA LLENA, NO "
                           "SE PAGA EL LEGAJO "
                           WSV-BJ-LEGAJO(WSV-IDX-BJ)
                   MOVE 0 TO WSV-IDX-TE
               END-IF
           END-IF.
       47B-UBICAR-EMPRESA-END.
       EXIT.

       47C-COMPARAR-EMPRESA-TOTAL.
           IF WSV-TE-CODIGO(WSV-IDX-TE) = WSV-EMPRESA-AUX
               SET WSS-EMPRESA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-TE
           END-IF.
       47C-COMPARAR-EMPRESA-TOTAL-END.
       EXIT.

       47D-ACUMULAR-DEPTO.
           SET WSS-DEPTO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-TD.
           PERFORM 47E-BUSCAR-DEPTO-TOTAL
               UNTIL WSV-IDX-TD > WSV-CANT-DEPTOS-TOT
                  OR WSS-DEPTO-HALLADO.
           IF WSS-DEPTO-NO-HALLADO AND WSV-CANT-DEPTOS-TOT < 20
               ADD 1 TO WSV-CANT-DEPTOS-TOT
               MOVE WSV-CANT-DEPTOS-TOT TO WSV-IDX-TD
               MOVE WSV-BJ-DEPTO(WSV-IDX-BJ)
                   TO WSV-TD-CODIGO(WSV-IDX-TD)
               MOVE 0 TO WSV-TD-BRUTO(WSV-IDX-TD)
               SET WSS-DEPTO-HALLADO TO TRUE
           END-IF.
           IF WSS-DEPTO-HALLADO
               ADD WSV-BJ-REMUN(WSV-IDX-BJ)
                   WSV-BJ-IMP-VAC(WSV-IDX-BJ)
                   WSV-BJ-IMP-INDEM(WSV-IDX-BJ)
                   TO WSV-TD-BRUTO(WSV-IDX-TD)
           ELSE
               DISPLAY "TABLA DE TOTALES POR DEPARTAMENTO LLENA, "
                       "NO SE ACUMULA " WSV-BJ-DEPTO(WSV-IDX-BJ)
           END-IF.
       47D-ACUMULAR-DEPTO-END.
       EXIT.

       47E-BUSCAR-DEPTO-TOTAL.
           IF WSV-TD-CODIGO(WSV-IDX-TD) = WSV-BJ-DEPTO(WSV-IDX-BJ)
               SET WSS-DEPTO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-TD
           END-IF.
       47E-BUSCAR-DEPTO-TOTAL-END.
       EXIT.

       47F-ACUMULAR-DED-CONCEPTO.
           ADD WSV-DD-IMPORTE(WSV-NRO-DED)
               TO WSV-TOT-DED-CONC(WSV-NRO-DED).
       47F-ACUMULAR-DED-CONCEPTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Emite el recibo de liquidacion final: cada rubro con su
      * base de calculo, las deducciones desglosadas sobre el total
      * remunerativo y el total a pagar.
      *----------------------------------------------------------------
       48-ESCRIBIR-RECIBO.
           MOVE WSV-BJ-EMPRESA(WSV-IDX-BJ) TO WSV-EMPRESA-AUX.
           PERFORM 48C-NOMBRE-EMPRESA.
           PERFORM 22D-BUSCAR-MOTIVO.
           MOVE WSV-EMPRESA-NOMBRE-AUX TO WSV-RB-EMPRESA.
           MOVE WSV-FECHA-CORRIDA      TO WSV-RB-FECHA.
           MOVE WSV-BJ-FECHA-BAJA(WSV-IDX-BJ)    TO WSV-RB-FECHA-BAJA.
           MOVE WSV-MOTIVO-TEXTO                 TO WSV-RB-MOTIVO.
           MOVE WSV-BJ-LEGAJO(WSV-IDX-BJ)        TO WSV-RB-LEGAJO.
           MOVE WSV-BJ-NOMBRE(WSV-IDX-BJ)        TO WSV-RB-NOMBRE.
           MOVE WSV-BJ-DEPTO(WSV-IDX-BJ)         TO WSV-RB-DEPTO.
           MOVE WSV-BJ-CATEGORIA(WSV-IDX-BJ)     TO WSV-RB-CATEGORIA.
           MOVE WSV-BJ-FECHA-INGRESO(WSV-IDX-BJ)
               TO WSV-RB-FECHA-INGRESO.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-BORDE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-TITULO.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-FECHA.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-PERSONA.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-PUESTO.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-RAYA.
           MOVE 'SUELDO BASE'           TO WSV-RI-TEXTO.
           MOVE WSV-BJ-BASE(WSV-IDX-BJ) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE 'REMUNERATIVO:' TO WSV-RS-TEXTO.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-SUBTIT.
           MOVE '  DIAS TRABAJADOS DEL MES' TO WSV-RI-TEXTO.
           MOVE WSV-BJ-DIAS-MES(WSV-IDX-BJ) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE '  HABERES DEL MES'         TO WSV-RI-TEXTO.
           MOVE WSV-BJ-IMP-DIAS(WSV-IDX-BJ) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE '  DIAS DEL SEMESTRE'       TO WSV-RI-TEXTO.
           MOVE WSV-BJ-DIAS-SAC(WSV-IDX-BJ) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE '  S.A.C. PROPORCIONAL'     TO WSV-RI-TEXTO.
           MOVE WSV-BJ-IMP-SAC(WSV-IDX-BJ)  TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE 'TOTAL REMUNERATIVO'        TO WSV-RI-TEXTO.
           MOVE WSV-BJ-REMUN(WSV-IDX-BJ)    TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE 'DEDUCCIONES:' TO WSV-RS-TEXTO.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-SUBTIT.
           PERFORM 48B-ESCRIBIR-CONCEPTO-RECIBO
               VARYING WSV-NRO-DED FROM 1 BY 1
               UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES.
           MOVE 'TOTAL DEDUCCIONES'         TO WSV-RI-TEXTO.
           MOVE WSV-BJ-DED(WSV-IDX-BJ)      TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE 'NETO REMUNERATIVO'         TO WSV-RI-TEXTO.
           MOVE WSV-BJ-NETO-REM(WSV-IDX-BJ) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE 'NO REMUNERATIVO:' TO WSV-RS-TEXTO.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-SUBTIT.
           MOVE '  DIAS DE VACACIONES NO GOZADAS' TO WSV-RI-TEXTO.
           MOVE WSV-BJ-DIAS-VAC(WSV-IDX-BJ) TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           MOVE '  VACACIONES NO GOZADAS'   TO WSV-RI-TEXTO.
           MOVE WSV-BJ-IMP-VAC(WSV-IDX-BJ)  TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           IF WSS-BJ-DESPIDO-SIN-CAUSA(WSV-IDX-BJ)
               MOVE '  MESES DE INDEMNIZACION' TO WSV-RI-TEXTO
               MOVE WSV-BJ-MESES-IND(WSV-IDX-BJ) TO WSV-RI-IMPORTE
               WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE
               MOVE '  INDEMNIZACION ANTIGUEDAD' TO WSV-RI-TEXTO
               MOVE WSV-BJ-IMP-INDEM(WSV-IDX-BJ) TO WSV-RI-IMPORTE
               WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE
           END-IF.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-RAYA.
           MOVE 'TOTAL A PAGAR'             TO WSV-RI-TEXTO.
           MOVE WSV-BJ-TOTAL(WSV-IDX-BJ)    TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-BORDE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-BLANCO.
       48-ESCRIBIR-RECIBO-END.
       EXIT.

       48B-ESCRIBIR-CONCEPTO-RECIBO.
           MOVE WSV-DD-CODIGO(WSV-NRO-DED) TO WSV-RC-CODIGO.
           COMPUTE WSV-RC-PORC-AUX =
               WSV-DD-PORC(WSV-NRO-DED) / 100.
           MOVE WSV-RC-PORC-AUX TO WSV-RC-PORC.
           MOVE WSV-DD-IMPORTE(WSV-NRO-DED) TO WSV-RC-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-CONCEPTO.
       48B-ESCRIBIR-CONCEPTO-RECIBO-END.
       EXIT.

      *----------------------------------------------------------------
      * Deja en WSV-EMPRESA-NOMBRE-AUX la razon social de la
      * empresa de WSV-EMPRESA-AUX, o la empresa por defecto de la
      * instalacion si la corrida es monoempresa o el codigo no
      * esta en la referencia.
      *----------------------------------------------------------------
       48C-NOMBRE-EMPRESA.
           MOVE WSC-EMPRESA-ORIGEN TO WSV-EMPRESA-NOMBRE-AUX.
           SET WSS-EMPRESA-NO-HALLADA TO TRUE.
           IF WSC-CANT-EMPRESAS > 0
            AND WSV-EMPRESA-AUX NOT = SPACES
               MOVE 1 TO WSV-IDX-EMP-REF
               PERFORM 48D-COMPARAR-EMPRESA-REF
                   UNTIL WSV-IDX-EMP-REF > WSC-CANT-EMPRESAS
                      OR WSS-EMPRESA-HALLADA
               IF WSS-EMPRESA-HALLADA
                   MOVE WSC-EMP-NOMBRE(WSV-IDX-EMP-REF)
                       TO WSV-EMPRESA-NOMBRE-AUX
               END-IF
           END-IF.
       48C-NOMBRE-EMPRESA-END.
       EXIT.

       48D-COMPARAR-EMPRESA-REF.
           IF WSC-EMP-CODIGO(WSV-IDX-EMP-REF) = WSV-EMPRESA-AUX
               SET WSS-EMPRESA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-EMP-REF
           END-IF.
       48D-COMPARAR-EMPRESA-REF-END.
       EXIT.

      *----------------------------------------------------------------
      * Renglon del listado de la baja, con el motivo si no se paga.
      *----------------------------------------------------------------
       49-ESCRIBIR-DETALLE.
           MOVE WSV-BJ-LEGAJO(WSV-IDX-BJ)     TO WSV-LD-LEGAJO.
           MOVE WSV-BJ-NOMBRE(WSV-IDX-BJ)     TO WSV-LD-NOMBRE.
           MOVE WSV-BJ-MOTIVO(WSV-IDX-BJ)     TO WSV-LD-MOTIVO.
           MOVE WSV-BJ-FECHA-BAJA(WSV-IDX-BJ) TO WSV-LD-FECHA-BAJA.
           MOVE WSV-BJ-BASE(WSV-IDX-BJ)       TO WSV-LD-BASE.
           MOVE WSV-BJ-IMP-DIAS(WSV-IDX-BJ)   TO WSV-LD-IMP-DIAS.
           MOVE WSV-BJ-IMP-SAC(WSV-IDX-BJ)    TO WSV-LD-IMP-SAC.
           MOVE WSV-BJ-IMP-VAC(WSV-IDX-BJ)    TO WSV-LD-IMP-VAC.
           MOVE WSV-BJ-IMP-INDEM(WSV-IDX-BJ)  TO WSV-LD-IMP-INDEM.
           MOVE WSV-BJ-DED(WSV-IDX-BJ)        TO WSV-LD-DED.
           MOVE WSV-BJ-TOTAL(WSV-IDX-BJ)      TO WSV-LD-TOTAL.
           EVALUATE TRUE
               WHEN WSS-BJ-PAGADA(WSV-IDX-BJ)
                AND WSV-BJ-IMP-DIAS(WSV-IDX-BJ) = 0
                   MOVE 'PAGADA - MES YA LIQUIDADO'
                       TO WSV-LD-OBSERVACION
               WHEN WSS-BJ-PAGADA(WSV-IDX-BJ)
                   MOVE 'PAGADA' TO WSV-LD-OBSERVACION
               WHEN WSS-BJ-SIN-IMPORTE(WSV-IDX-BJ)
                   MOVE 'NO PAGADA - SIN IMPORTE'
                       TO WSV-LD-OBSERVACION
               WHEN WSS-BJ-SIN-EMPRESA(WSV-IDX-BJ)
                   MOVE 'NO PAGADA - TABLA EMPRESAS'
                       TO WSV-LD-OBSERVACION
               WHEN OTHER
                   MOVE WSV-BJ-OBSERVACION(WSV-IDX-BJ)
                       TO WSV-LD-OBSERVACION
           END-EVALUATE.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-DETALLE.
       49-ESCRIBIR-DETALLE-END.
       EXIT.

      *----------------------------------------------------------------
      * Genera, por cada empresa con bajas pagadas, el archivo de
      * pagos (SUELFBP + codigo), la salida contable (SUELFDP +
      * codigo) y los registros de historia de liquidacion final
      * (SUELFHP + codigo), pendientes de liberacion. Sin bajas
      * pagadas igual se entregan SUELFBP (con cabecera y trailer
      * en cero) y SUELFDP y SUELFHP vacios, que la liberacion pasa
      * a SUELFBC, SUELFDC y SUELHIS, como hace la corrida mensual.
      * 25-CONTROLAR-PENDIENTES ya verifico que ninguno de estos
      * pendientes espera una liberacion.
      *----------------------------------------------------------------
       50-GENERAR-ARCHIVOS.
           IF WSV-CANT-EMPRESAS-TOT = 0
               PERFORM 51-GENERAR-ARCHIVOS-VACIOS
           ELSE
               PERFORM 52-GENERAR-ARCHIVOS-EMPRESA
                   VARYING WSV-IDX-TE FROM 1 BY 1
                   UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT
           END-IF.
           DISPLAY "TRANSFERENCIAS DE LIQUIDACION FINAL AL BANCO: "
                   WSV-TOT-PAGADAS " POR $ " WSV-TOT-PAGO
                   " EN " WSV-CANT-EMPRESAS-TOT " ARCHIVO(S)".
       50-GENERAR-ARCHIVOS-END.
       EXIT.

       51-GENERAR-ARCHIVOS-VACIOS.
           MOVE SPACES TO WSV-EMPRESA-AUX.
           PERFORM 48C-NOMBRE-EMPRESA.
           MOVE 'SUELFBP' TO WSV-ARCHIVO-BANCO.
           OPEN OUTPUT FD-BANCO-EMP.
           IF WSV-FS-BANCO-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-BANCO
                       ", STATUS " WSV-FS-BANCO-EMP
               STOP RUN
           END-IF.
           PERFORM 53-ESCRIBIR-CABECERA-BANCO.
           MOVE 0 TO WSV-BT-CANTIDAD.
           MOVE 0 TO WSV-BT-HASH.
           WRITE FD-BANCO-EMP-REC FROM WSV-REG-BCO-TRAILER.
           CLOSE FD-BANCO-EMP.
           MOVE 'SUELFDP' TO WSV-ARCHIVO-CONTA.
           OPEN OUTPUT FD-SALIDA-EMP.
           IF WSV-FS-SALIDA-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-CONTA
                       ", STATUS " WSV-FS-SALIDA-EMP
               STOP RUN
           END-IF.
           CLOSE FD-SALIDA-EMP.
           MOVE 'SUELFHP' TO WSV-ARCHIVO-HIST.
           OPEN OUTPUT FD-HIST-PEND.
           IF WSV-FS-HIST-PEND NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-HIST
                       ", STATUS " WSV-FS-HIST-PEND
               STOP RUN
           END-IF.
           CLOSE FD-HIST-PEND.
       51-GENERAR-ARCHIVOS-VACIOS-END.
       EXIT.

       52-GENERAR-ARCHIVOS-EMPRESA.
           MOVE WSV-TE-CODIGO(WSV-IDX-TE) TO WSV-EMPRESA-AUX.
           PERFORM 48C-NOMBRE-EMPRESA.
           MOVE SPACES TO WSV-ARCHIVO-BANCO.
           STRING 'SUELFBP' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-BANCO.
           MOVE SPACES TO WSV-ARCHIVO-CONTA.
           STRING 'SUELFDP' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-CONTA.
           MOVE SPACES TO WSV-ARCHIVO-HIST.
           STRING 'SUELFHP' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-HIST.
           OPEN OUTPUT FD-BANCO-EMP.
           IF WSV-FS-BANCO-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-BANCO
                       ", STATUS " WSV-FS-BANCO-EMP
               STOP RUN
           END-IF.
           OPEN OUTPUT FD-SALIDA-EMP.
           IF WSV-FS-SALIDA-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-CONTA
                       ", STATUS " WSV-FS-SALIDA-EMP
               STOP RUN
           END-IF.
           OPEN OUTPUT FD-HIST-PEND.
           IF WSV-FS-HIST-PEND NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-HIST
                       ", STATUS " WSV-FS-HIST-PEND
               STOP RUN
           END-IF.
           PERFORM 53-ESCRIBIR-CABECERA-BANCO.
           PERFORM 54-ESCRIBIR-PAGO
               VARYING WSV-IDX-BJ FROM 1 BY 1
               UNTIL WSV-IDX-BJ > WSV-CANT-BAJAS.
           MOVE WSV-TE-PAGADOS(WSV-IDX-TE) TO WSV-BT-CANTIDAD.
           MOVE WSV-TE-PAGO(WSV-IDX-TE)    TO WSV-BT-HASH.
           WRITE FD-BANCO-EMP-REC FROM WSV-REG-BCO-TRAILER.
           CLOSE FD-BANCO-EMP.
           CLOSE FD-SALIDA-EMP.
           CLOSE FD-HIST-PEND.
           DISPLAY "ARCHIVO " WSV-ARCHIVO-BANCO ": "
                   WSV-TE-PAGADOS(WSV-IDX-TE)
                   " TRANSFERENCIAS POR $ "
                   WSV-TE-PAGO(WSV-IDX-TE).
       52-GENERAR-ARCHIVOS-EMPRESA-END.
       EXIT.

       53-ESCRIBIR-CABECERA-BANCO.
           MOVE WSV-FECHA-CORRIDA      TO WSV-BH-FECHA.
           MOVE WSV-EMPRESA-NOMBRE-AUX TO WSV-BH-EMPRESA.
           WRITE FD-BANCO-EMP-REC FROM WSV-REG-BCO-CABECERA.
       53-ESCRIBIR-CABECERA-BANCO-END.
       EXIT.

      *----------------------------------------------------------------
      * Transferencia del total a pagar, registro contable y
      * registro de historia pendiente de una baja pagada de la
      * empresa en proceso.
      *----------------------------------------------------------------
       54-ESCRIBIR-PAGO.
           IF WSS-BJ-PAGADA(WSV-IDX-BJ)
            AND WSV-BJ-EMPRESA(WSV-IDX-BJ)
                = WSV-TE-CODIGO(WSV-IDX-TE)
               MOVE WSV-BJ-LEGAJO(WSV-IDX-BJ) TO WSV-BD-LEGAJO
               MOVE WSV-BJ-CBU(WSV-IDX-BJ)    TO WSV-BD-CBU
               MOVE WSV-BJ-TOTAL(WSV-IDX-BJ)  TO WSV-BD-IMPORTE
               WRITE FD-BANCO-EMP-REC FROM WSV-REG-BCO-DETALLE
               PERFORM 61-ARMAR-REGISTRO-FINAL
               MOVE WSV-RH-LEGAJO       TO WSV-SC-LEGAJO
               MOVE WSV-RH-NOMBRE       TO WSV-SC-NOMBRE
               MOVE WSV-RH-DEPTO        TO WSV-SC-DEPTO
               MOVE WSV-RH-CATEGORIA    TO WSV-SC-CATEGORIA
               MOVE WSV-RH-SUELDO       TO WSV-SC-SUELDO
               MOVE WSV-RH-ANUAL        TO WSV-SC-ANUAL
               MOVE WSV-RH-BONO         TO WSV-SC-BONO
               MOVE WSV-RH-DEDUCCIONES  TO WSV-SC-DEDUCCIONES
               MOVE WSV-RH-NETO         TO WSV-SC-NETO
               MOVE WSV-RH-EMPRESA      TO WSV-SC-EMPRESA
               MOVE WSV-RH-LIQ-FINAL    TO WSV-SC-LIQ-FINAL
               WRITE FD-SALIDA-EMP-REC FROM WSV-REG-CONTA
               WRITE FD-HIST-PEND-REC FROM WSV-REG-HISTORIA
           END-IF.
       54-ESCRIBIR-PAGO-END.
       EXIT.

      *----------------------------------------------------------------
      * Deja el movimiento de baja para el maestro de las bajas
      * pagadas que todavia figuran activas. La baja es un hecho
      * aunque el pago espere la liberacion: el maestro la acepta
      * de nuevo con la misma fecha si hay que volver a liquidarla.
      * El registro de historia de cada liquidacion queda en
      * SUELFHP hasta la liberacion.
      *----------------------------------------------------------------
       60-GRABAR-MOVIMIENTOS.
           OPEN OUTPUT FD-MOVIMIENTOS.
           IF WSV-FS-MOVIMIENTOS NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO MOVIMIENTOS DE BAJA, "
                       "STATUS " WSV-FS-MOVIMIENTOS
               STOP RUN
           END-IF.
           PERFORM 62-GRABAR-UNA-BAJA
               VARYING WSV-IDX-BJ FROM 1 BY 1
               UNTIL WSV-IDX-BJ > WSV-CANT-BAJAS.
           CLOSE FD-MOVIMIENTOS.
           DISPLAY "LIQUIDACIONES FINALES PENDIENTES DE LIBERACION "
                   "PARA LA HISTORIA: " WSV-TOT-PAGADAS.
           DISPLAY "MOVIMIENTOS DE BAJA PARA EL MAESTRO: "
                   WSV-TOT-MOVIMIENTOS.
       60-GRABAR-MOVIMIENTOS-END.
       EXIT.

      *----------------------------------------------------------------
      * Arma en WSV-REG-HISTORIA el registro de liquidacion final de
      * la baja: fecha de la baja, remunerativo en el sueldo con
      * sus deducciones y su neto, y el detalle de los rubros en
      * lugar de las novedades.
      *----------------------------------------------------------------
       61-ARMAR-REGISTRO-FINAL.
           INITIALIZE WSV-REG-HISTORIA.
           MOVE WSV-BJ-FECHA-BAJA(WSV-IDX-BJ) TO WSV-RH-FECHA.
           MOVE WSV-BJ-LEGAJO(WSV-IDX-BJ)     TO WSV-RH-LEGAJO.
           MOVE WSV-BJ-NOMBRE(WSV-IDX-BJ)     TO WSV-RH-NOMBRE.
           MOVE WSV-BJ-DEPTO(WSV-IDX-BJ)      TO WSV-RH-DEPTO.
           MOVE WSV-BJ-CATEGORIA(WSV-IDX-BJ)  TO WSV-RH-CATEGORIA.
           MOVE WSV-BJ-REMUN(WSV-IDX-BJ)      TO WSV-RH-SUELDO.
           MOVE 0                             TO WSV-RH-ANUAL.
           MOVE 0                             TO WSV-RH-BONO.
           MOVE WSV-BJ-DED(WSV-IDX-BJ)        TO WSV-RH-DEDUCCIONES.
           MOVE WSV-BJ-NETO-REM(WSV-IDX-BJ)   TO WSV-RH-NETO.
           MOVE WSV-BJ-EMPRESA(WSV-IDX-BJ)    TO WSV-RH-EMPRESA.
           MOVE WSV-BJ-MOTIVO(WSV-IDX-BJ)     TO WSV-RH-FIN-MOTIVO.
           MOVE WSV-BJ-DIAS-MES(WSV-IDX-BJ)   TO WSV-RH-FIN-DIAS-MES.
           MOVE WSV-BJ-IMP-DIAS(WSV-IDX-BJ)   TO WSV-RH-FIN-IMP-DIAS.
           MOVE WSV-BJ-IMP-SAC(WSV-IDX-BJ)    TO WSV-RH-FIN-IMP-SAC.
           MOVE WSV-BJ-DIAS-VAC(WSV-IDX-BJ)   TO WSV-RH-FIN-DIAS-VAC.
           MOVE WSV-BJ-IMP-VAC(WSV-IDX-BJ)    TO WSV-RH-FIN-IMP-VAC.
           MOVE WSV-BJ-IMP-INDEM(WSV-IDX-BJ)
               TO WSV-RH-FIN-IMP-INDEM.
           SET WSS-RH-LIQ-FINAL TO TRUE.
       61-ARMAR-REGISTRO-FINAL-END.
       EXIT.

       62-GRABAR-UNA-BAJA.
           IF WSS-BJ-PAGADA(WSV-IDX-BJ)
            AND WSS-BJ-MAE-ACTIVO(WSV-IDX-BJ)
               MOVE SPACES TO FD-MOVIMIENTO-REC
               MOVE 'B' TO FD-MOV-TIPO
               MOVE WSV-BJ-LEGAJO(WSV-IDX-BJ) TO FD-MOV-LEGAJO
               MOVE WSV-BJ-FECHA-BAJA(WSV-IDX-BJ)
                   TO FD-MOV-FECHA-BAJA
               WRITE FD-MOVIMIENTO-REC
               ADD 1 TO WSV-TOT-MOVIMIENTOS
           END-IF.
       62-GRABAR-UNA-BAJA-END.
       EXIT.

      *----------------------------------------------------------------
      * Asientos, totales del listado, auditoria y cierre.
      *----------------------------------------------------------------
       90-CIERRE.
           PERFORM 91-ESCRIBIR-ASIENTOS.
           PERFORM 92-ESCRIBIR-TOTALES.
           PERFORM 93-ESCRIBIR-AUDITORIA.
           CLOSE FD-REPORTE.
           CLOSE FD-RECIBOS.
           DISPLAY "LIQUIDACION FINAL: PAGADAS " WSV-TOT-PAGADAS
                   " NO PAGADAS " WSV-TOT-NO-PAGADAS.
           DISPLAY "BRUTO " WSV-TOT-BRUTO " DEDUCCIONES "
                   WSV-TOT-DEDUCCIONES " A PAGAR " WSV-TOT-PAGO.
       90-CIERRE-END.
       EXIT.

      *----------------------------------------------------------------
      * Asientos de la liquidacion final: debe del costo total por
      * departamento, haber de cada concepto de deduccion como
      * pasivo de retencion y haber del total a pagar contra la
      * cuenta banco, con el mapeo de CUENTAS de la corrida mensual
      * (tipos 'D', 'R' y 'B').
      *----------------------------------------------------------------
       91-ESCRIBIR-ASIENTOS.
           IF WSC-CANT-CUENTAS = 0
               DISPLAY "SIN MAPEO DE CUENTAS: NO SE GENERA EL "
                       "ARCHIVO DE ASIENTOS DE LIQUIDACION FINAL"
           ELSE
               OPEN OUTPUT FD-ASIENTOS
               IF WSV-FS-ASIENTOS NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO ARCHIVO DE "
                           "ASIENTOS DE LIQUIDACION FINAL, STATUS "
                           WSV-FS-ASIENTOS
                   STOP RUN
               END-IF
               MOVE 0 TO WSV-ASI-DEBE
               MOVE 0 TO WSV-ASI-HABER
               PERFORM 91B-ASIENTO-UN-DEPTO
                   VARYING WSV-IDX-TD FROM 1 BY 1
                   UNTIL WSV-IDX-TD > WSV-CANT-DEPTOS-TOT
               PERFORM 91C-ASIENTO-UNA-RETENCION
                   VARYING WSV-NRO-DED FROM 1 BY 1
                   UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES
               PERFORM 91D-ASIENTO-BANCO
               CLOSE FD-ASIENTOS
               DISPLAY "ASIENTOS DE LIQUIDACION FINAL: DEBE "
                       WSV-ASI-DEBE " HABER " WSV-ASI-HABER
               IF WSV-ASI-DEBE NOT = WSV-ASI-HABER
                OR WSV-ASI-DEBE NOT = WSV-TOT-BRUTO
                   DISPLAY "ATENCION: LOS ASIENTOS NO CUADRAN "
                           "CON LOS TOTALES DE CONTROL (BRUTO "
                           WSV-TOT-BRUTO ")"
               END-IF
           END-IF.
       91-ESCRIBIR-ASIENTOS-END.
       EXIT.

       91B-ASIENTO-UN-DEPTO.
           MOVE 'D' TO WSV-CTA-TIPO-BUSQ.
           MOVE WSV-TD-CODIGO(WSV-IDX-TD) TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 91E-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE 'D' TO FD-ASI-TIPO.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE SPACES TO FD-ASI-CONCEPTO.
           STRING 'LIQ FINAL DEPTO ' DELIMITED BY SIZE
                  WSV-TD-CODIGO(WSV-IDX-TD) DELIMITED BY SIZE
                  INTO FD-ASI-CONCEPTO.
           MOVE WSV-TD-BRUTO(WSV-IDX-TD) TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-TD-BRUTO(WSV-IDX-TD) TO WSV-ASI-DEBE.
       91B-ASIENTO-UN-DEPTO-END.
       EXIT.

       91C-ASIENTO-UNA-RETENCION.
           MOVE 'R' TO WSV-CTA-TIPO-BUSQ.
           MOVE WSC-DED-CODIGO(WSV-NRO-DED) TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 91E-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE 'H' TO FD-ASI-TIPO.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE SPACES TO FD-ASI-CONCEPTO.
           STRING 'RETENCION ' DELIMITED BY SIZE
                  WSC-DED-CODIGO(WSV-NRO-DED) DELIMITED BY SIZE
                  INTO FD-ASI-CONCEPTO.
           MOVE WSV-TOT-DED-CONC(WSV-NRO-DED) TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-TOT-DED-CONC(WSV-NRO-DED) TO WSV-ASI-HABER.
       91C-ASIENTO-UNA-RETENCION-END.
       EXIT.

       91D-ASIENTO-BANCO.
           MOVE 'B' TO WSV-CTA-TIPO-BUSQ.
           MOVE SPACES TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 91E-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE 'H' TO FD-ASI-TIPO.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE 'LIQ FINAL A PAGAR' TO FD-ASI-CONCEPTO.
           MOVE WSV-TOT-PAGO TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-TOT-PAGO TO WSV-ASI-HABER.
       91D-ASIENTO-BANCO-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca la cuenta del mayor para el tipo y la clave pedidos;
      * una clave sin mapear va a la cuenta puente 99999999, con
      * aviso, como en la corrida mensual.
      *----------------------------------------------------------------
       91E-BUSCAR-CUENTA.
           SET WSS-CUENTA-NO-HALLADA TO TRUE.
           MOVE 1 TO WSV-IDX-CTA.
           PERFORM 91F-COMPARAR-CUENTA
               UNTIL WSV-IDX-CTA > WSC-CANT-CUENTAS
                  OR WSS-CUENTA-HALLADA.
           IF WSS-CUENTA-HALLADA
               MOVE WSC-CTA-CUENTA(WSV-IDX-CTA)
                   TO WSV-CTA-CUENTA-AUX
           ELSE
               MOVE WSC-CUENTA-SIN-MAPEO TO WSV-CTA-CUENTA-AUX
               DISPLAY "CLAVE SIN CUENTA MAPEADA: TIPO "
                       WSV-CTA-TIPO-BUSQ " CLAVE " WSV-CTA-CLAVE-BUSQ
                       ", SE USA LA CUENTA PUENTE"
           END-IF.
       91E-BUSCAR-CUENTA-END.
       EXIT.

       91F-COMPARAR-CUENTA.
           IF WSC-CTA-TIPO(WSV-IDX-CTA) = WSV-CTA-TIPO-BUSQ
            AND WSC-CTA-CLAVE(WSV-IDX-CTA) = WSV-CTA-CLAVE-BUSQ
               SET WSS-CUENTA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-CTA
           END-IF.
       91F-COMPARAR-CUENTA-END.
       EXIT.

      *----------------------------------------------------------------
      * Totales por empresa y generales al pie del listado.
      *----------------------------------------------------------------
       92-ESCRIBIR-TOTALES.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-TIT-EMPRESAS.
           PERFORM 92B-ESCRIBIR-UNA-EMPRESA
               VARYING WSV-IDX-TE FROM 1 BY 1
               UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           MOVE 'BAJAS LEIDAS                   :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-LEIDAS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'REGISTROS DE HISTORIA LEIDOS   :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-HIS-LEIDOS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'RESGUARDOS LEIDOS              :' TO WSV-LR-TEXTO.
           MOVE WSV-CANT-RESGUARDOS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'BAJAS PAGADAS                  :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-PAGADAS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'BAJAS NO PAGADAS               :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-NO-PAGADAS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'TOTAL REMUNERATIVO             :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-REMUNERATIVO TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'TOTAL VACACIONES NO GOZADAS    :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-VACACIONES TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'TOTAL INDEMNIZACIONES          :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-INDEMNIZACION TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'TOTAL DEDUCCIONES              :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-DEDUCCIONES TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'TOTAL A PAGAR                  :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-PAGO TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'MOVIMIENTOS DE BAJA (LEGMOVF)  :' TO WSV-LR-TEXTO.
           MOVE WSV-TOT-MOVIMIENTOS TO WSV-LR-CANTIDAD.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-RESUMEN.
       92-ESCRIBIR-TOTALES-END.
       EXIT.

       92B-ESCRIBIR-UNA-EMPRESA.
           MOVE WSV-TE-CODIGO(WSV-IDX-TE) TO WSV-EMPRESA-AUX.
           PERFORM 48C-NOMBRE-EMPRESA.
           MOVE WSV-TE-CODIGO(WSV-IDX-TE)      TO WSV-LE-CODIGO.
           MOVE WSV-EMPRESA-NOMBRE-AUX         TO WSV-LE-NOMBRE.
           MOVE WSV-TE-PAGADOS(WSV-IDX-TE)     TO WSV-LE-PAGADOS.
           MOVE WSV-TE-BRUTO(WSV-IDX-TE)       TO WSV-LE-BRUTO.
           MOVE WSV-TE-DEDUCCIONES(WSV-IDX-TE) TO WSV-LE-DEDUCCIONES.
           MOVE WSV-TE-PAGO(WSV-IDX-TE)        TO WSV-LE-PAGO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EMPRESA.
       92B-ESCRIBIR-UNA-EMPRESA-END.
       EXIT.

      *----------------------------------------------------------------
      * Registro de la corrida en la bitacora de auditoria, con el
      * tipo 'LIQ', seguido de los registros 'PEN' de sus archivos
      * de pagos pendientes de liberacion. OPEN EXTEND solo cae a
      * OPEN OUTPUT cuando la bitacora todavia no existe.
      *----------------------------------------------------------------
       93-ESCRIBIR-AUDITORIA.
           OPEN EXTEND FD-AUDITORIA.
           IF WSV-FS-AUDITORIA = '35'
               OPEN OUTPUT FD-AUDITORIA
           ELSE
               IF WSV-FS-AUDITORIA NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO BITACORA DE "
                           "AUDITORIA, STATUS " WSV-FS-AUDITORIA
                   STOP RUN
               END-IF
           END-IF.
           MOVE WSV-FECHA-CORRIDA     TO WSV-AUD-FECHA.
           MOVE WSV-HORA-CORRIDA      TO WSV-AUD-HORA.
           MOVE WSV-USUARIO-CORRIDA   TO WSV-AUD-USUARIO.
           MOVE WSV-TOT-PAGADAS       TO WSV-AUD-PROCESADOS.
           MOVE WSV-TOT-NO-PAGADAS    TO WSV-AUD-RECHAZADOS.
           MOVE WSV-TOT-BRUTO         TO WSV-AUD-TOT-ANUAL.
           MOVE 0                     TO WSV-AUD-TOT-BONO.
           MOVE 'LIQ FINAL'           TO WSV-AUD-VERSION.
           MOVE WSC-TIPO-CORRIDA-LIQF TO WSV-AUD-TIPO.
           WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA.
      * Un registro 'PEN' por archivo de pagos pendiente, con el
      * nombre con que se transmitira y la cantidad y el hash de su
      * trailer, que la liberacion controla contra el archivo.
           MOVE 'PEN' TO WSV-AUD-TIPO.
           MOVE 0 TO WSV-AUD-RECHAZADOS.
           MOVE 0 TO WSV-AUD-TOT-BONO.
           IF WSV-CANT-EMPRESAS-TOT = 0
               MOVE 'SUELFBC' TO WSV-AUD-VERSION
               MOVE 0 TO WSV-AUD-PROCESADOS
               MOVE 0 TO WSV-AUD-TOT-ANUAL
               WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA
           ELSE
               PERFORM 93B-AUDITAR-PENDIENTE
                   VARYING WSV-IDX-TE FROM 1 BY 1
                   UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT
           END-IF.
           CLOSE FD-AUDITORIA.
       93-ESCRIBIR-AUDITORIA-END.
       EXIT.

       93B-AUDITAR-PENDIENTE.
           MOVE SPACES TO WSV-AUD-VERSION.
           STRING 'SUELFBC' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-AUD-VERSION.
           MOVE WSV-TE-PAGADOS(WSV-IDX-TE) TO WSV-AUD-PROCESADOS.
           MOVE WSV-TE-PAGO(WSV-IDX-TE)    TO WSV-AUD-TOT-ANUAL.
           WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA.
       93B-AUDITAR-PENDIENTE-END.
       EXIT.

       END PROGRAM SUELLIQF.
