      *    por oficina los recibidos, procesados y rechazados en
      *    los totales de control. Sin archivo de oficinas se lee
      *    el unico feed POSTULAN como hasta ahora.
      *  - Maestro de legajos LEGAJOS (lo mantiene SUELMAES): con el
      *    maestro disponible, nombre, fecha de ingreso,
      *    departamento, CBU y empresa se toman del maestro y no del
      *    feed; un legajo inexistente o dado de baja en el maestro
      *    se rechaza y nunca se paga. En el modo retroactivo el CBU
      *    sale del maestro y la diferencia de una baja no se
      *    transfiere. Sin maestro se sigue usando el feed.
      *  - Novedades del periodo NOVEDAD por legajo (ausencias sin
      *    goce, horas extra al 50% y al 100%, adicional fijo):
      *    ajustan el bruto del mes antes de las deducciones, salen
      *    renglon por renglon en el recibo y viajan en SUELDOC,
      *    SUELHIS y SUELASI. Las novedades invalidas, de legajos
      *    rechazados o ausentes de la corrida se listan en
      *    SUELNOV.
      *  - Tipo de corrida en el registro de auditoria (en blanco la
      *    corrida mensual), para distinguirla de las corridas de SAC
      *    que graba SUELSAC en la misma bitacora.
      *  - Marca de liquidacion final al final del registro de
      *    historia (la graba SUELLIQF): esos registros no cuentan
      *    como corrida para el modo correccion ni para el
      *    retroactivo, y un legajo con liquidacion final se rechaza
      *    como baja (salvo reingreso posterior) y no cobra
      *    diferencias retroactivas.
      *  - Contribuciones patronales (jubilacion, obra social, ART y
      *    demas) con alicuotas del archivo CONTRIB: se calculan por
      *    legajo sobre el bruto, van al debe por departamento y al
      *    haber por concepto en SUELASI y se suman al costo del
      *    control presupuestario. Declaracion mensual de cargas
      *    sociales SUELDJ + empresa con un renglon por legajo y los
      *    totales de la empresa.
      *  - Cuenta corriente de adelantos y prestamos al personal
      *    (PRESTAMO, por legajo): la corrida real descuenta la cuota
      *    de cada prestamo vigente con su propio renglon en el
      *    recibo y su cuenta en SUELASI (tipo 'L' de CUENTAS),
      *    actualiza el saldo, cancela el prestamo con la ultima
      *    cuota y nunca descuenta mas que el tope del neto
      *    (variable de ambiente SUELTOPE, 30% por defecto). Estado
      *    de cuenta de prestamos SUELPTR al cierre. La correccion
      *    no repite la cuota ya descontada en el periodo y el
      *    retroactivo no descuenta cuotas.
      *  - Los archivos de pagos y las salidas contables de cada
      *    empresa quedan pendientes de liberacion (SUELBCP y
      *    SUELDCP + codigo) con un registro 'PEN' por archivo en
      *    SUELAUD (cantidad y hash del trailer). Recien la
      *    liberacion SUELBLIB, aprobada por otro usuario, genera los
      *    SUELBCO y SUELDOC que se transmiten.
      *  - El maestro de legajos y la cuenta corriente de prestamos
      *    se leen hasta el final o la corrida se frena; el maestro
      *    debe venir en orden ascendente de legajo y entrar completo
      *    en la tabla. Solo sin maestro se toman los datos del feed.
      *  - La historia puede traer registros de pago de aguinaldo
      *    (tipo 'S', de SUELSAC); no son corridas y no cuentan para
      *    la ultima corrida ni para el recalculo retroactivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DEDUCCIONES.

           SELECT FD-CONTRIBUCIONES ASSIGN TO "CONTRIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CONTRIBUCIONES.

           SELECT FD-DEPTOS       ASSIGN TO "DEPTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DEPTOS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-EMPRESAS.

           SELECT FD-MAESTRO      ASSIGN TO "LEGAJOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-MAESTRO.

           SELECT FD-PRESTAMOS    ASSIGN TO "PRESTAMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-PRESTAMOS.

      * Movimientos de prestamos de la corrida en curso: una cuota
      * por registro, para que un reinicio reponga en la cuenta
      * corriente las cuotas ya descontadas antes de la
      * interrupcion. Se vacia al cerrar la corrida.
           SELECT FD-PRESTAMOS-MOV ASSIGN TO "SUELPTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-PRESTAMOS-MOV.

           SELECT FD-ESTADO-PRESTAMOS ASSIGN TO "SUELPTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ESTADO-PRESTAMOS.

           SELECT FD-NOVEDADES    ASSIGN TO "NOVEDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-NOVEDADES.

           SELECT FD-EXC-NOVEDADES ASSIGN TO "SUELNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-EXC-NOVEDADES.

           SELECT FD-PRESUPUESTO  ASSIGN TO "PRESUPU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-PRESUPUESTO.

      * Archivo de trabajo de la salida contable: acumula los
      * registros de toda la corrida con su codigo de empresa y al
      * cierre se separa en un SUELDCP + codigo por empresa,
      * pendiente de liberacion (SUELBLIB lo pasa a SUELDOC).
           SELECT FD-SALIDA-CONTA ASSIGN TO "SUELDOCW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-SALIDA-CONTA.

      * Archivo de trabajo de pagos al banco: las transferencias de
      * toda la corrida con su codigo de empresa; al cierre se
      * genera un SUELBCP + codigo por empresa, cada uno con su
      * propia cabecera y trailer de control, pendiente de
      * liberacion (SUELBLIB lo pasa a SUELBCO para transmitir).
           SELECT FD-BANCO        ASSIGN TO "SUELBCOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BANCO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BANCO-EMP.

      * Archivo de trabajo de la declaracion mensual de cargas
      * sociales: un renglon por legajo liquidado con su codigo de
      * empresa; al cierre se genera un SUELDJ + codigo por empresa
      * con cabecera y totales de la empresa.
           SELECT FD-DECLARA      ASSIGN TO "SUELDJW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DECLARA.

           SELECT FD-DECLARA-EMP  ASSIGN USING WSV-ARCHIVO-DECLARA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-DECLARA-EMP.

           SELECT FD-ASIENTOS     ASSIGN TO "SUELASI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-ASIENTOS.
           05  FD-DED-CONCEPTO          PIC X(06).
           05  FD-DED-PORCENTAJE        PIC X(04).

      * Parametros de contribuciones patronales (a cargo del
      * empleador, no se descuentan del recibo): concepto (6) y
      * porcentaje en centesimas sobre el bruto, igual que
      * DEDUCCIO (p.ej. 1600 = 16.00 por ciento).
       FD  FD-CONTRIBUCIONES
           LABEL RECORDS ARE STANDARD.
       01  FD-CONTRIBUCION-REC.
           05  FD-CON-CONCEPTO          PIC X(06).
           05  FD-CON-PORCENTAJE        PIC X(04).

      * Presupuesto mensual por departamento / centro de costos
      * (mismos codigos de 4 que DEPTOS), para el control
      * presupuestario del cierre. Importe en pesos enteros.
      * Mapeo de cuentas contables para el archivo de asientos:
      * tipo 'D' departamento -> cuenta de gasto, 'R' concepto de
      * deduccion -> cuenta de pasivo de retencion, 'B' cuenta
      * banco (clave en blanco), 'N' concepto de novedad (H50, H100,
      * ADI -> cuenta de gasto, AUS -> cuenta de recupero), 'P'
      * departamento -> cuenta de gasto de contribuciones patronales,
      * 'C' concepto de contribucion -> cuenta de pasivo, 'L' tipo
      * de prestamo (A adelantos, P prestamos) -> cuenta de credito
      * al personal.
       FD  FD-CUENTAS
           LABEL RECORDS ARE STANDARD.
       01  FD-CUENTA-REC.
           05  FD-EMP-NOMBRE            PIC X(30).
           05  FD-EMP-CONVENIO          PIC X(10).

      * Maestro de legajos que mantiene SUELMAES, ordenado por
      * legajo: nombre, fecha de ingreso, departamento, CBU y
      * empresa vigentes de cada persona, estado 'A' activo o 'B'
      * baja y fecha de la baja.
       FD  FD-MAESTRO
           LABEL RECORDS ARE STANDARD.
       01  FD-MAESTRO-REC.
           05  FD-MAE-LEGAJO            PIC 9(08).
           05  FD-MAE-NOMBRE            PIC X(30).
           05  FD-MAE-FECHA-INGRESO     PIC X(08).
           05  FD-MAE-DEPTO             PIC X(04).
           05  FD-MAE-CBU               PIC X(22).
           05  FD-MAE-EMPRESA           PIC X(03).
           05  FD-MAE-ESTADO            PIC X(01).
           05  FD-MAE-FECHA-BAJA        PIC X(08).

      * Cuenta corriente de adelantos de sueldo ('A') y prestamos
      * personales ('P'), ordenada por legajo y numero de prestamo
      * (un legajo puede tener varios). Importes en pesos enteros.
      * Estado 'A' vigente o 'C' cancelado; el periodo (AAAAMM) de
      * la ultima cuota descontada evita cobrar dos veces la cuota
      * del mismo mes. La corrida real la reescribe completa al
      * cierre con los saldos actualizados.
       FD  FD-PRESTAMOS
           LABEL RECORDS ARE STANDARD.
       01  FD-PRESTAMO-REC.
           05  FD-PTM-LEGAJO            PIC 9(08).
           05  FD-PTM-NUMERO            PIC 9(06).
           05  FD-PTM-TIPO              PIC X(01).
           05  FD-PTM-FECHA-ALTA        PIC X(08).
           05  FD-PTM-ORIGINAL          PIC 9(08).
           05  FD-PTM-CUOTA             PIC 9(07).
           05  FD-PTM-CUOTAS-TOT        PIC 9(03).
           05  FD-PTM-CUOTAS-REST       PIC 9(03).
           05  FD-PTM-SALDO             PIC 9(08).
           05  FD-PTM-ESTADO            PIC X(01).
           05  FD-PTM-ULT-PERIODO       PIC X(06).

      * Cuota descontada en la corrida: contador del checkpoint del
      * postulante que la genero, prestamo, importe y marca 'D'
      * cuota completa, 'T' parcial por tope o 'S' sin margen.
       FD  FD-PRESTAMOS-MOV
           LABEL RECORDS ARE STANDARD.
       01  FD-PTM-MOV-REC.
           05  FD-PMV-CONTADOR          PIC 9(06).
           05  FD-PMV-LEGAJO            PIC 9(08).
           05  FD-PMV-NUMERO            PIC 9(06).
           05  FD-PMV-IMPORTE           PIC 9(07).
           05  FD-PMV-MARCA             PIC X(01).

      * Estado de cuenta de prestamos al cierre de la corrida.
       FD  FD-ESTADO-PRESTAMOS
           LABEL RECORDS ARE STANDARD.
       01  FD-ESTADO-PRESTAMO-REC       PIC X(132).

      * Novedades del periodo por legajo, un concepto por registro:
      * 'AUS' dias de ausencia sin goce de sueldo y 'H50'/'H100'
      * horas extra al 50% y al 100% (en la cantidad), 'ADI'
      * adicional de importe fijo (en el importe). Un legajo puede
      * traer varias novedades.
       FD  FD-NOVEDADES
           LABEL RECORDS ARE STANDARD.
       01  FD-NOVEDAD-REC.
           05  FD-NOV-LEGAJO            PIC X(08).
           05  FD-NOV-CONCEPTO          PIC X(04).
           05  FD-NOV-CANTIDAD          PIC 9(03).
           05  FD-NOV-IMPORTE           PIC 9(06).

      * Listado de novedades no aplicadas: invalidas, de legajos
      * rechazados o de legajos que no entraron en la corrida.
       FD  FD-EXC-NOVEDADES
           LABEL RECORDS ARE STANDARD.
       01  FD-EXC-NOVEDAD-REC           PIC X(132).

      * Tarifas propuestas para el modo simulacion, con el mismo
      * formato que FD-TARIFAS.
       FD  FD-TARIFAS-PROP
           05  FD-SAL-DEDUCCIONES       PIC 9(06).
           05  FD-SAL-NETO              PIC 9(06).
           05  FD-SAL-EMPRESA           PIC X(03).
      * Novedades aplicadas al bruto: cantidades e importes.
           05  FD-SAL-NOVEDADES.
               10  FD-SAL-DIAS-AUS       PIC 9(02).
               10  FD-SAL-IMP-AUS        PIC 9(06).
               10  FD-SAL-HORAS-50       PIC 9(03).
               10  FD-SAL-IMP-50         PIC 9(06).
               10  FD-SAL-HORAS-100      PIC 9(03).
               10  FD-SAL-IMP-100        PIC 9(06).
               10  FD-SAL-IMP-ADIC       PIC 9(06).

      * Salida contable de una empresa pendiente de liberacion
      * (SUELDCP + codigo), generada al cierre desde el archivo de
      * trabajo.
       FD  FD-SALIDA-EMP
           LABEL RECORDS ARE STANDARD.
       01  FD-SALIDA-EMP-REC            PIC X(116).

      * Archivo de trabajo de pagos al banco: transferencias 'D' de
      * toda la corrida (layout WSV-REG-BCO-DETALLE) con el codigo
           LABEL RECORDS ARE STANDARD.
       01  FD-BANCO-REC                 PIC X(44).

      * Archivo de pagos de una empresa pendiente de liberacion
      * (SUELBCP + codigo): cabecera 'H' con la razon social,
      * transferencias 'D' y trailer 'T' con cantidad y hash.
       FD  FD-BANCO-EMP
           LABEL RECORDS ARE STANDARD.
       01  FD-BANCO-EMP-REC             PIC X(41).

      * Archivo de trabajo de la declaracion de cargas sociales:
      * renglones 'D' (y 'R' de diferencias retroactivas) con el
      * layout de WSV-REG-DJ-DETALLE y el codigo de empresa al final.
       FD  FD-DECLARA
           LABEL RECORDS ARE STANDARD.
       01  FD-DECLARA-REC               PIC X(153).

      * Declaracion mensual de cargas sociales de una empresa
      * (SUELDJ + codigo), en el formato de presentacion ante el
      * organismo recaudador: cabecera 'H', un renglon por legajo y
      * trailer 'T' con los totales de la empresa.
       FD  FD-DECLARA-EMP
           LABEL RECORDS ARE STANDARD.
       01  FD-DECLARA-EMP-REC           PIC X(150).

      * Archivo de asientos contables de la corrida para Contaduria:
      * partidas debe ('D') y haber ('H') balanceadas, ver
      * 91F-ESCRIBIR-ASIENTOS.

      * Historia de resultados: un registro por postulante procesado
      * y por corrida, clave legajo + fecha de corrida. La consume
      * SUELCOMP para el comparativo corrida contra corrida. La
      * liquidacion final de una baja (SUELLIQF) graba un registro
      * con tipo 'F' y fecha de la baja, que no es una corrida: en
      * el lleva las remuneraciones de la liquidacion en sueldo,
      * deducciones y neto, y el detalle de sus rubros en lugar de
      * las novedades.
       FD  FD-HISTORIA
           LABEL RECORDS ARE STANDARD.
       01  FD-HISTORIA-REC.
           05  FD-HIS-DEDUCCIONES       PIC 9(06).
           05  FD-HIS-NETO              PIC 9(06).
           05  FD-HIS-EMPRESA           PIC X(03).
      * Novedades aplicadas al bruto: cantidades e importes.
           05  FD-HIS-NOVEDADES.
               10  FD-HIS-DIAS-AUS       PIC 9(02).
               10  FD-HIS-IMP-AUS        PIC 9(06).
               10  FD-HIS-HORAS-50       PIC 9(03).
               10  FD-HIS-IMP-50         PIC 9(06).
               10  FD-HIS-HORAS-100      PIC 9(03).
               10  FD-HIS-IMP-100        PIC 9(06).
               10  FD-HIS-IMP-ADIC       PIC 9(06).
           05  FD-HIS-LIQ-FINAL REDEFINES FD-HIS-NOVEDADES.
               10  FD-HIS-FIN-MOTIVO     PIC X(01).
               10  FD-HIS-FIN-DIAS-MES   PIC 9(02).
               10  FD-HIS-FIN-IMP-DIAS   PIC 9(06).
               10  FD-HIS-FIN-IMP-SAC    PIC 9(06).
               10  FD-HIS-FIN-DIAS-VAC   PIC 9(02).
               10  FD-HIS-FIN-IMP-VAC    PIC 9(06).
               10  FD-HIS-FIN-IMP-INDEM  PIC 9(08).
               10  FILLER                PIC X(01).
      * Pago de aguinaldo (lo graba SUELSAC): semestre AAAAS y dias
      * computados; el bruto queda en FD-HIS-SUELDO.
           05  FD-HIS-PAGO-SAC REDEFINES FD-HIS-NOVEDADES.
               10  FD-HIS-SAC-SEMESTRE   PIC X(05).
               10  FD-HIS-SAC-DIAS       PIC 9(03).
               10  FILLER                PIC X(24).
           05  FD-HIS-TIPO              PIC X(01).
               88  WSS-HIS-LIQ-FINAL    VALUE 'F'.
               88  WSS-HIS-PAGO-SAC     VALUE 'S'.

      * El checkpoint se graba por agregado (WRITE) durante toda la
      * corrida en lugar de reabrirse en cada postulante; el ultimo
      * Imagen de WSV-TOTALES-OFICINA (contador + 10 entradas de
      * 21), los contadores por oficina de origen.
           05  FD-CKP-TOTALES-OFICINA   PIC X(212).
      * Imagen de WSV-TOTALES-NOVEDADES (4 acumuladores de 12 y 20
      * entradas por departamento de 24), los importes de novedades
      * de los asientos contables.
           05  FD-CKP-TOTALES-NOVEDADES PIC X(528).
      * Imagen de WSV-TOTALES-CONTRIB (total de 12, 5 acumuladores
      * por concepto de 12 y 20 entradas por departamento de 25),
      * las contribuciones patronales de asientos y presupuesto.
           05  FD-CKP-TOTALES-CONTRIB   PIC X(572).
      * Imagen de WSV-TOTALES-PRESTAMOS (3 acumuladores de 12, 1
      * contador de 6 y 20 entradas por departamento de 12), las
      * cuotas de prestamos de asientos y presupuesto.
           05  FD-CKP-TOTALES-PRESTAMOS PIC X(282).
           05  FD-CKP-NRO-PAGINA        PIC 9(04).

       FD  FD-AUDITORIA
           01  WSV-FS-OFICINAS          PIC X(02) VALUE '00'.
           01  WSV-FS-TARIFAS           PIC X(02) VALUE '00'.
           01  WSV-FS-DEDUCCIONES       PIC X(02) VALUE '00'.
           01  WSV-FS-CONTRIBUCIONES    PIC X(02) VALUE '00'.
           01  WSV-FS-DEPTOS            PIC X(02) VALUE '00'.
           01  WSV-FS-EMPRESAS          PIC X(02) VALUE '00'.
           01  WSV-FS-MAESTRO           PIC X(02) VALUE '00'.
           01  WSV-FS-NOVEDADES         PIC X(02) VALUE '00'.
           01  WSV-FS-PRESTAMOS         PIC X(02) VALUE '00'.
           01  WSV-FS-PRESTAMOS-MOV     PIC X(02) VALUE '00'.
           01  WSV-FS-ESTADO-PRESTAMOS  PIC X(02) VALUE '00'.
           01  WSV-FS-EXC-NOVEDADES     PIC X(02) VALUE '00'.
           01  WSV-FS-BANCO             PIC X(02) VALUE '00'.
           01  WSV-FS-BANCO-EMP         PIC X(02) VALUE '00'.
           01  WSV-FS-DECLARA           PIC X(02) VALUE '00'.
           01  WSV-FS-DECLARA-EMP       PIC X(02) VALUE '00'.
           01  WSV-FS-SALIDA-EMP       PIC X(02) VALUE '00'.
           01  WSV-FS-HISTORIA          PIC X(02) VALUE '00'.
           01  WSV-FS-TARIFAS-PROP      PIC X(02) VALUE '00'.
                   10  WSV-DD-PORC      PIC 9(04).
                   10  WSV-DD-IMPORTE   PIC 9(06).
           01  WSV-NRO-DED              PIC 9(02) VALUE 0.

      * Tabla de contribuciones patronales sobre el sueldo bruto
      * mensual: se carga en 12Z-CARGAR-CONTRIBUCIONES desde el
      * archivo de parametros; si el archivo no existe se usan los
      * conceptos y porcentajes por defecto (en centesimas de por
      * ciento). WSV-SUMA-PORC-CON es la alicuota total, con la que
      * se proyecta la contribucion sobre anual y bono.
           01  WSC-TABLA-CONTRIBUCIONES.
               05  WSC-CONTRIBUCION OCCURS 5 TIMES
                                    INDEXED BY WSC-IDX-CON.
                   10  WSC-CON-CODIGO   PIC X(06).
                   10  WSC-CON-PORC     PIC 9(04).
           01  WSC-CANT-CONTRIBUCIONES  PIC 9(02) VALUE 0.

           01  WSC-CONTRIBUCIONES-DEFAULT.
               05  FILLER               PIC X(10) VALUE 'JUBPAT1600'.
               05  FILLER               PIC X(10) VALUE 'OSOPAT0600'.
               05  FILLER               PIC X(10) VALUE 'ARTPAT0250'.
           01  FILLER REDEFINES WSC-CONTRIBUCIONES-DEFAULT.
               05  WSC-CON-DEF OCCURS 3 TIMES.
                   10  WSC-CON-DEF-CODIGO  PIC X(06).
                   10  WSC-CON-DEF-PORC    PIC 9(04).
           01  WSV-IDX-CON-DEF          PIC 9(02) VALUE 0.
           01  WSV-SUMA-PORC-CON        PIC 9(06) VALUE 0.
           01  WSV-SW-CON-EXCESO        PIC X(01) VALUE 'N'.
               88  WSS-CON-EXCESO       VALUE 'S'.

      * Desglose de las contribuciones patronales del legajo en
      * proceso, un renglon por concepto de la tabla, para la
      * declaracion de cargas sociales. WSV-CONTRIBUCIONES-AUX es
      * el total del mes y WSV-CONTRIB-ANUAL-AUX la contribucion
      * proyectada sobre el anual y el bono.
           01  WSV-DETALLE-CONTRIBUCIONES.
               05  WSV-DET-CON OCCURS 5 TIMES.
                   10  WSV-DC-CODIGO    PIC X(06).
                   10  WSV-DC-PORC      PIC 9(04).
                   10  WSV-DC-IMPORTE   PIC 9(06).
           01  WSV-NRO-CON              PIC 9(02) VALUE 0.
           01  WSV-CONTRIBUCIONES-AUX   PIC 9(07) VALUE 0.
           01  WSV-CONTRIB-ANUAL-AUX    PIC 9(09) VALUE 0.
           01  WSV-IMPORTE-CONTRIB      PIC 9(06) VALUE 0.
           01  WSV-SW-DEPTOS-EXCESO     PIC X(01) VALUE 'N'.
               88  WSS-DEPTOS-EXCESO    VALUE 'S'.

      * en blanco deja los nombres historicos).
           01  WSV-ARCHIVO-BANCO        PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-CONTA        PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-DECLARA      PIC X(10) VALUE SPACES.

      * Totales por empresa del lote: cantidades, montos y control
      * del archivo de pagos de cada empresa. El layout del grupo
           01  WSV-TOTALES-DED-CONC.
               05  WSV-TOT-DED-CONC OCCURS 5 TIMES PIC 9(12).

      * Totales de la corrida por concepto de novedad y, en paralelo
      * a WSV-TOTALES-DEPTO (mismo indice), descuentos por ausencias
      * y adicionales (horas extra mas adicional fijo) de cada
      * departamento: con ellos el asiento separa el sueldo basico
      * de las novedades. El layout del grupo debe coincidir byte a
      * byte con FD-CKP-TOTALES-NOVEDADES.
           01  WSV-TOTALES-NOVEDADES.
               05  WSV-TOT-NOV-AUS      PIC 9(12).
               05  WSV-TOT-NOV-50       PIC 9(12).
               05  WSV-TOT-NOV-100      PIC 9(12).
               05  WSV-TOT-NOV-ADIC     PIC 9(12).
               05  WSV-NOV-DEPTO OCCURS 20 TIMES.
                   10  WSV-TN-AUS       PIC 9(12).
                   10  WSV-TN-EXTRAS    PIC 9(12).

      * Totales de la corrida de contribuciones patronales: total,
      * por concepto (en paralelo a WSC-TABLA-CONTRIBUCIONES) y, en
      * paralelo a WSV-TOTALES-DEPTO (mismo indice), contribucion
      * del mes y proyectada sobre anual y bono de cada
      * departamento, para los asientos y el control
      * presupuestario. El layout del grupo debe coincidir byte a
      * byte con FD-CKP-TOTALES-CONTRIB.
           01  WSV-TOTALES-CONTRIB.
               05  WSV-TOT-CONTRIB      PIC 9(12).
               05  WSV-TOT-CON-CONC OCCURS 5 TIMES PIC 9(12).
               05  WSV-CON-DEPTO OCCURS 20 TIMES.
                   10  WSV-TC-MES       PIC 9(12).
                   10  WSV-TC-ANUAL     PIC 9(13).

      * Totales de la corrida de cuotas de prestamos: total, por
      * tipo (adelantos y prestamos personales), cantidad de cuotas
      * y, en paralelo a WSV-TOTALES-DEPTO (mismo indice), cuotas
      * de cada departamento, que el control presupuestario suma al
      * neto porque siguen siendo costo del mes. El layout del grupo
      * debe coincidir byte a byte con FD-CKP-TOTALES-PRESTAMOS.
           01  WSV-TOTALES-PRESTAMOS.
               05  WSV-TOT-PRESTAMOS    PIC 9(12).
               05  WSV-TOT-PTM-ADELANTOS PIC 9(12).
               05  WSV-TOT-PTM-PERSONALES PIC 9(12).
               05  WSV-TOT-PTM-CUOTAS   PIC 9(06).
               05  WSV-PTM-DEPTO OCCURS 20 TIMES.
                   10  WSV-TP-MES       PIC 9(12).

      * Mapeo de cuentas contables cargado en 12K-CARGAR-CUENTAS.
      * Sin archivo de cuentas no se genera el archivo de asientos.
           01  WSC-TABLA-CUENTAS.
               88  WSS-CUENTA-NO-HALLADA VALUE 'N'.
           01  WSV-ASI-DEBE             PIC 9(13) VALUE 0.
           01  WSV-ASI-HABER            PIC 9(13) VALUE 0.
           01  WSV-ASI-IMPORTE-AUX      PIC 9(13) VALUE 0.
           01  WSV-ASI-BRUTO-CTRL       PIC 9(13) VALUE 0.

      * Presupuesto mensual por departamento cargado en
      * 12M-CARGAR-PRESUPUESTOS. Sin archivo de presupuestos el
           01  WSV-CANT-EXCEDIDOS       PIC 9(02) VALUE 0.
           01  WSV-PRE-ANUAL-AUX        PIC 9(13) VALUE 0.
           01  WSV-COSTO-ANUALIZADO     PIC 9(13) VALUE 0.
           01  WSV-COSTO-MES            PIC 9(13) VALUE 0.
           01  WSV-PORC-CONSUMO         PIC 9(05)V99 VALUE 0.

           01  WSV-VARIABLES.
               05  FILLER               PIC X(44) VALUE SPACES.

      * Control presupuestario por departamento, impreso despues de
      * los subtotales: costo mensual (neto mas contribuciones
      * patronales) y costo anualizado (anual mas bono mas sus
      * contribuciones) contra el presupuesto, porcentaje consumido
      * y marca OVER cuando se excede el tope.
           01  WSV-LINEA-PRE-TIT.
               05  FILLER               PIC X(42) VALUE
                   '** CONTROL PRESUPUESTARIO POR DEPARTAMENTO'.
           01  WSV-LINEA-PRE-ENCAB.
               05  FILLER               PIC X(06) VALUE 'DEPTO'.
               05  FILLER               PIC X(17)
                                         VALUE '   NETO+CONTRIB'.
               05  FILLER               PIC X(17)
                                         VALUE '     PRESUP MES'.
               05  FILLER               PIC X(10)
                   10  WSV-RET-BONO         PIC 9(07).
                   10  WSV-RET-NETO         PIC 9(06).
                   10  WSV-RET-EMPRESA      PIC X(03).
                   10  WSV-RET-BASE         PIC 9(06).
                   10  WSV-RET-NOVEDADES    PIC X(32).
           01  WSV-IDX-RET              PIC 9(05) VALUE 0.
           01  WSV-IDX-RET-BUSQ         PIC 9(05) VALUE 0.
           01  WSV-SW-RETRO-EXCESO      PIC X(01) VALUE 'N'.
               88  WSS-CBU-HALLADO      VALUE 'S'.
               88  WSS-CBU-NO-HALLADO   VALUE 'N'.

      * Maestro de legajos cargado en memoria, en el orden del
      * archivo (legajo ascendente). Con el maestro cargado los
      * datos de la persona salen de aca y no del feed, y un legajo
      * en baja no se paga; sin maestro la corrida sigue tomando
      * los datos del feed como hasta ahora.
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
           01  WSV-SW-MAESTRO-HALLADO   PIC X(01) VALUE 'N'.
               88  WSS-MAESTRO-HALLADO    VALUE 'S'.
               88  WSS-MAESTRO-NO-HALLADO VALUE 'N'.
               88  WSS-MAESTRO-CORTADO    VALUE 'C'.

      * Legajos con liquidacion final en la historia (registros de
      * tipo 'F'), con la fecha de la baja. Si el legajo aparece mas
      * de una vez se conserva la baja mas reciente.
           01  WSV-TABLA-LIQ-FINAL.
               05  WSV-CANT-LIQ-FINAL   PIC 9(04) VALUE 0.
               05  WSV-LF-ENT OCCURS 5000 TIMES.
                   10  WSV-LF-LEGAJO        PIC 9(08).
                   10  WSV-LF-FECHA         PIC X(08).
           01  WSV-IDX-LF               PIC 9(04) VALUE 0.
           01  WSV-SW-LIQ-FINAL         PIC X(01) VALUE 'N'.
               88  WSS-LIQ-FINAL-HALLADA    VALUE 'S'.
               88  WSS-LIQ-FINAL-NO-HALLADA VALUE 'N'.

      * Cuenta corriente de prestamos cargada de PRESTAMO, en el
      * orden del archivo (legajo ascendente). Cada entrada lleva la
      * imagen del registro, que se reescribe al cierre, mas el
      * saldo al empezar la corrida, lo descontado en ella y la
      * marca del movimiento para el estado de cuenta. El archivo
      * completo debe entrar en la tabla: una cuenta corriente
      * truncada no puede reescribirse.
           01  WSV-TABLA-PRESTAMOS.
               05  WSV-CANT-PRESTAMOS   PIC 9(04) VALUE 0.
               05  WSV-PTM-ENT OCCURS 5000 TIMES.
                   10  WSV-PTM-DATOS.
                       15  WSV-PTM-LEGAJO       PIC 9(08).
                       15  WSV-PTM-NUMERO       PIC 9(06).
                       15  WSV-PTM-TIPO         PIC X(01).
                           88  WSS-PTM-ADELANTO VALUE 'A'.
                       15  WSV-PTM-FECHA-ALTA   PIC X(08).
                       15  WSV-PTM-ORIGINAL     PIC 9(08).
                       15  WSV-PTM-CUOTA        PIC 9(07).
                       15  WSV-PTM-CUOTAS-TOT   PIC 9(03).
                       15  WSV-PTM-CUOTAS-REST  PIC 9(03).
                       15  WSV-PTM-SALDO        PIC 9(08).
                       15  WSV-PTM-ESTADO       PIC X(01).
                           88  WSS-PTM-VIGENTE   VALUE 'A'.
                           88  WSS-PTM-CANCELADO VALUE 'C'.
                       15  WSV-PTM-ULT-PERIODO  PIC X(06).
                   10  WSV-PTM-SALDO-ANT    PIC 9(08).
                   10  WSV-PTM-DESCONTADO   PIC 9(07).
                   10  WSV-PTM-MARCA        PIC X(01).
                       88  WSS-PTM-SIN-MOV    VALUE ' '.
                       88  WSS-PTM-COMPLETA   VALUE 'D'.
                       88  WSS-PTM-PARCIAL    VALUE 'T'.
                       88  WSS-PTM-SIN-MARGEN VALUE 'S'.
                       88  WSS-PTM-INVALIDO   VALUE 'X'.
           01  WSV-IDX-PTM              PIC 9(04) VALUE 0.
           01  WSV-IDX-PTM-INI          PIC 9(04) VALUE 0.
           01  WSV-SW-PRESTAMOS         PIC X(01) VALUE 'N'.
               88  WSS-PRESTAMOS-CARGADOS VALUE 'S'.
           01  WSV-SW-PRESTAMO-HALLADO  PIC X(01) VALUE 'N'.
               88  WSS-PRESTAMO-HALLADO    VALUE 'S'.
               88  WSS-PRESTAMO-NO-HALLADO VALUE 'N'.
               88  WSS-PRESTAMO-CORTADO    VALUE 'C'.
      * Periodo (AAAAMM) cuyas cuotas descuenta la corrida: el de la
      * corrida real, o el de la corrida que complementa el modo
      * correccion.
           01  WSV-PERIODO-PTM          PIC X(06) VALUE SPACES.
      * Tope de descuento de cuotas, en porcentaje entero del neto
      * despues de las deducciones legales (variable de ambiente
      * SUELTOPE, de uno a tres digitos, hasta 100).
           01  WSC-TOPE-PTM-DEFAULT     PIC 9(03) VALUE 30.
           01  WSV-TOPE-PTM             PIC 9(03) VALUE 30.
           01  WSV-TOPE-PTM-X           PIC X(03) VALUE SPACES.
      * Cuotas del legajo en proceso: total descontado, margen
      * todavia disponible dentro del tope y cuota del prestamo en
      * curso.
           01  WSV-PRESTAMOS-AUX        PIC 9(06) VALUE 0.
           01  WSV-PTM-MARGEN           PIC 9(06) VALUE 0.
           01  WSV-PTM-CUOTA-AUX        PIC 9(08) VALUE 0.
           01  WSV-PTM-MARCA-AUX        PIC X(01) VALUE SPACE.
           01  WSV-PTM-NRO-CUOTA        PIC 9(03) VALUE 0.
           01  WSV-PTM-ADEL-AUX         PIC 9(06) VALUE 0.
           01  WSV-PTM-PERS-AUX         PIC 9(06) VALUE 0.
           01  WSV-PTM-CANT-AUX         PIC 9(02) VALUE 0.
      * Contadores del estado de cuenta.
           01  WSV-PTM-CANT-LISTADOS    PIC 9(04) VALUE 0.
           01  WSV-PTM-CANT-CANCELADOS  PIC 9(04) VALUE 0.
           01  WSV-PTM-TOT-SALDO        PIC 9(12) VALUE 0.
           01  WSV-PTM-TOT-DESCONTADO   PIC 9(12) VALUE 0.

      * Novedades del periodo cargadas de NOVEDAD. Cada una queda
      * pendiente hasta que se aplica al liquidar su legajo o se
      * rechaza (legajo rechazado, tope mensual excedido); las que
      * siguen pendientes al cierre son de legajos que no entraron
      * en la corrida y van al listado de novedades no aplicadas.
           01  WSV-TABLA-NOVEDADES.
               05  WSV-CANT-NOVEDADES   PIC 9(05) VALUE 0.
               05  WSV-NOV-ENT OCCURS 20000 TIMES.
                   10  WSV-NOV-LEGAJO       PIC X(08).
                   10  WSV-NOV-LEGAJO-NUM REDEFINES WSV-NOV-LEGAJO
                                            PIC 9(08).
                   10  WSV-NOV-CONCEPTO     PIC X(04).
                   10  WSV-NOV-CANTIDAD     PIC 9(03).
                   10  WSV-NOV-IMPORTE      PIC 9(06).
                   10  WSV-NOV-ESTADO       PIC X(01).
                       88  WSS-NOV-PENDIENTE  VALUE ' '.
                       88  WSS-NOV-APLICADA   VALUE 'A'.
                       88  WSS-NOV-RECHAZADA  VALUE 'R'.
           01  WSV-IDX-NOV              PIC 9(05) VALUE 0.
           01  WSV-MOTIVO-NOVEDAD       PIC X(40) VALUE SPACES.
           01  WSV-CANT-NOV-APLICADAS   PIC 9(06) VALUE 0.
           01  WSV-CANT-NOV-NO-APLIC    PIC 9(06) VALUE 0.
           01  WSV-SW-EXC-NOV           PIC X(01) VALUE 'N'.
               88  WSS-EXC-NOV-ABIERTO  VALUE 'S'.
           01  WSV-SW-LISTAR-CARGA      PIC X(01) VALUE 'S'.
               88  WSS-LISTAR-CARGA     VALUE 'S'.
               88  WSS-NO-LISTAR-CARGA  VALUE 'N'.

      * Novedades del legajo en proceso, con el mismo layout que
      * FD-SAL-NOVEDADES y FD-HIS-NOVEDADES, y sueldo basico de la
      * categoria sobre el que se calculan. El dia vale el basico
      * sobre 30 y la hora el basico sobre 200; los topes del mes
      * son 30 dias de ausencia y 200 horas de cada tipo.
           01  WSV-NOVEDADES-AUX.
               05  WSV-NV-DIAS-AUS      PIC 9(02).
               05  WSV-NV-IMP-AUS       PIC 9(06).
               05  WSV-NV-HORAS-50      PIC 9(03).
               05  WSV-NV-IMP-50        PIC 9(06).
               05  WSV-NV-HORAS-100     PIC 9(03).
               05  WSV-NV-IMP-100       PIC 9(06).
               05  WSV-NV-IMP-ADIC      PIC 9(06).
           01  WSV-SUELDO-BASE-AUX      PIC 9(06) VALUE 0.
           01  WSV-BRUTO-NOV-AUX        PIC 9(07) VALUE 0.
           01  WSV-NOV-ACUM-AUX         PIC 9(07) VALUE 0.
           01  WSC-DIAS-MES             PIC 9(02) VALUE 30.
           01  WSC-HORAS-MES            PIC 9(03) VALUE 200.

      * Valores recalculados y diferencias del legajo en proceso
      * del modo retroactivo. Los importes viejos de deducciones se
      * recalculan sobre el sueldo pagado con los parametros
           01  WSV-DELTA-DED            PIC S9(07) VALUE 0.
           01  WSV-DELTA-NETO           PIC S9(07) VALUE 0.
           01  WSV-DELTA-CONC           PIC S9(07) VALUE 0.
      * Contribuciones patronales sobre el sueldo pagado, para las
      * diferencias por concepto de los asientos delta.
           01  WSV-CON-ANT-IMP.
               05  WSV-CON-ANT-IMPORTE OCCURS 5 TIMES PIC 9(06).
           01  WSV-CON-ANT-CALC         PIC 9(07) VALUE 0.
           01  WSV-DELTA-CONTRIB        PIC S9(07) VALUE 0.

      * Contadores y acumuladores del modo retroactivo.
           01  WSV-RET-CANT-PAGADOS     PIC 9(06) VALUE 0.
           01  WSV-RET-CANT-SIN-DIF     PIC 9(06) VALUE 0.
           01  WSV-RET-CANT-NEGATIVOS   PIC 9(06) VALUE 0.
           01  WSV-RET-CANT-SIN-CBU     PIC 9(06) VALUE 0.
           01  WSV-RET-CANT-BAJAS       PIC 9(06) VALUE 0.
           01  WSV-RET-TOT-PAGADO       PIC 9(12) VALUE 0.

      * Desglose de la fecha de ingreso del postulante para la
               05  WSV-BT-HASH          PIC 9(12).
               05  FILLER               PIC X(22) VALUE SPACES.

      * Registros de la declaracion mensual de cargas sociales. Los
      * importes van en pesos enteros con ceros a la izquierda. El
      * periodo es el anio y mes de la corrida declarada.
           01  WSV-REG-DJ-CABECERA.
               05  FILLER               PIC X(01) VALUE 'H'.
               05  WSV-DH-PERIODO       PIC X(06).
               05  WSV-DH-EMPRESA       PIC X(03).
               05  WSV-DH-RAZON         PIC X(30).
               05  WSV-DH-FECHA         PIC X(08).
               05  FILLER               PIC X(102) VALUE SPACES.

      * Renglon por legajo: 'D' liquidacion del mes, 'R' diferencia
      * retroactiva del mismo periodo. Remuneracion es el bruto,
      * retenciones el total descontado al empleado y
      * contribuciones el total a cargo del empleador, desglosado
      * por concepto. El codigo de empresa queda solo en el archivo
      * de trabajo.
           01  WSV-REG-DJ-DETALLE.
               05  WSV-DJ-PARTE-DECLARA.
                   10  WSV-DJ-TIPO          PIC X(01).
                       88  WSS-DJ-MENSUAL   VALUE 'D'.
                       88  WSS-DJ-RETRO     VALUE 'R'.
                   10  WSV-DJ-LEGAJO        PIC 9(08).
                   10  WSV-DJ-NOMBRE        PIC X(30).
                   10  WSV-DJ-REMUNERACION  PIC 9(10).
                   10  WSV-DJ-RETENCIONES   PIC 9(10).
                   10  WSV-DJ-CONTRIBUCIONES PIC 9(10).
                   10  WSV-DJ-CONCEPTO OCCURS 5 TIMES.
                       15  WSV-DJ-CON-CODIGO  PIC X(06).
                       15  WSV-DJ-CON-IMPORTE PIC 9(10).
                   10  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-DJ-EMPRESA       PIC X(03).

           01  WSV-REG-DJ-TRAILER.
               05  FILLER               PIC X(01) VALUE 'T'.
               05  WSV-DT-CANTIDAD      PIC 9(06).
               05  WSV-DT-REMUNERACION  PIC 9(12).
               05  WSV-DT-RETENCIONES   PIC 9(12).
               05  WSV-DT-CONTRIBUCIONES PIC 9(12).
               05  FILLER               PIC X(107) VALUE SPACES.

      * Totales mensuales del lote: bruto, deducciones y neto, con
      * el mismo dimensionamiento que sus acumuladores PIC 9(12).
           01  WSV-LINEA-TOTAL-MES.
               05  WSV-LTM-NETO         PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(01) VALUE SPACES.

      * Total de contribuciones patronales del lote, a cargo del
      * empleador por encima del bruto.
           01  WSV-LINEA-TOTAL-CONTRIB.
               05  WSV-LTC-TITULO       PIC X(24)
                                     VALUE 'CONTRIB. PATRONALES:'.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LTC-IMPORTE      PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(91) VALUE SPACES.

      * Total de cuotas de prestamos descontadas en el lote,
      * incluidas en las deducciones del total mensual.
           01  WSV-LINEA-TOTAL-PRESTAMOS.
               05  WSV-LTP-TITULO       PIC X(24)
                                     VALUE 'CUOTAS DE PRESTAMOS:'.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LTP-IMPORTE      PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(91) VALUE SPACES.

      * Lineas del estado de cuenta de prestamos (SUELPTR).
           01  WSV-LINEA-PTM-TITULO.
               05  FILLER               PIC X(32)
                         VALUE 'ESTADO DE CUENTA DE PRESTAMOS - '.
               05  FILLER               PIC X(08) VALUE 'CORRIDA '.
               05  WSV-LPT-FECHA        PIC X(08).
               05  FILLER               PIC X(10) VALUE '  PERIODO '.
               05  WSV-LPT-PERIODO      PIC X(06).
               05  FILLER               PIC X(07) VALUE '  TOPE '.
               05  WSV-LPT-TOPE         PIC ZZ9.
               05  FILLER               PIC X(11) VALUE '% DEL NETO'.
               05  FILLER               PIC X(47) VALUE SPACES.

           01  WSV-LINEA-PTM-COLUMNAS.
               05  FILLER               PIC X(10) VALUE 'LEGAJO'.
               05  FILLER               PIC X(08) VALUE 'NUMERO'.
               05  FILLER               PIC X(05) VALUE 'TIPO'.
               05  FILLER               PIC X(10) VALUE 'ALTA'.
               05  FILLER               PIC X(12) VALUE '    ORIGINAL'.
               05  FILLER               PIC X(11) VALUE '      CUOTA'.
               05  FILLER               PIC X(09) VALUE '  CUOTAS'.
               05  FILLER               PIC X(12) VALUE '   SALDO ANT'.
               05  FILLER               PIC X(12) VALUE '  DESCONTADO'.
               05  FILLER               PIC X(12) VALUE '   SALDO NVO'.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  FILLER               PIC X(06) VALUE 'ESTADO'.
               05  FILLER               PIC X(23) VALUE SPACES.

           01  WSV-LINEA-PTM-DETALLE.
               05  WSV-LPD-LEGAJO       PIC 9(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPD-NUMERO       PIC 9(06).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPD-TIPO         PIC X(01).
               05  FILLER               PIC X(04) VALUE SPACES.
               05  WSV-LPD-ALTA         PIC X(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPD-ORIGINAL     PIC ZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPD-CUOTA        PIC Z,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPD-CUOTAS-REST  PIC ZZ9.
               05  FILLER               PIC X(01) VALUE '/'.
               05  WSV-LPD-CUOTAS-TOT   PIC ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPD-SALDO-ANT    PIC ZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPD-DESCONTADO   PIC ZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPD-SALDO        PIC ZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPD-ESTADO       PIC X(16).
               05  FILLER               PIC X(15) VALUE SPACES.

           01  WSV-LINEA-PTM-RESUMEN.
               05  WSV-LPR-TEXTO        PIC X(30).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LPR-IMPORTE      PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(85) VALUE SPACES.

           01  WSV-LINEA-EXCEPCION.
               05  WSV-LE-LEGAJO        PIC X(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LE-OFICINA       PIC X(03).
               05  FILLER               PIC X(34) VALUE SPACES.

      * Lineas del listado de novedades no aplicadas (SUELNOV). La
      * cantidad y el importe van tal como vinieron en NOVEDAD.
           01  WSV-LINEA-NOV-TITULO.
               05  FILLER               PIC X(32)
                             VALUE 'NOVEDADES NO APLICADAS - CORRIDA'.
               05  FILLER               PIC X(01) VALUE SPACES.
               05  WSV-LNT-FECHA        PIC X(08).
               05  FILLER               PIC X(91) VALUE SPACES.

           01  WSV-LINEA-NOV-COLUMNAS.
               05  FILLER               PIC X(10) VALUE 'LEGAJO'.
               05  FILLER               PIC X(06) VALUE 'CONC'.
               05  FILLER               PIC X(05) VALUE 'CANT'.
               05  FILLER               PIC X(08) VALUE 'IMPORTE'.
               05  FILLER               PIC X(40) VALUE 'MOTIVO'.
               05  FILLER               PIC X(63) VALUE SPACES.

           01  WSV-LINEA-NOVEDAD.
               05  WSV-LN-LEGAJO        PIC X(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LN-CONCEPTO      PIC X(04).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LN-CANTIDAD      PIC X(03).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LN-IMPORTE       PIC X(06).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LN-MOTIVO        PIC X(40).
               05  FILLER               PIC X(63) VALUE SPACES.

           01  WSV-LINEA-NOV-RESUMEN.
               05  FILLER               PIC X(22)
                                         VALUE 'NOVEDADES APLICADAS: '.
               05  WSV-LNR-APLICADAS    PIC ZZZ,ZZ9.
               05  FILLER               PIC X(18)
                                         VALUE '   NO APLICADAS: '.
               05  WSV-LNR-NO-APLIC     PIC ZZZ,ZZ9.
               05  FILLER               PIC X(78) VALUE SPACES.

      * Lineas del recibo de sueldo individual (archivo SUELREC, de
      * 80 posiciones, un recibo por postulante procesado).
           01  WSV-LINEA-REC-BORDE      PIC X(80) VALUE ALL '='.
               05  WSV-RC-IMPORTE       PIC Z,ZZZ,ZZ9.
           01  WSV-RC-PORC-AUX          PIC 9(03)V99 VALUE 0.

      * Renglon de cuota de prestamo del recibo: tipo, numero de
      * prestamo y numero de cuota sobre el total del plan.
           01  WSV-LINEA-REC-PRESTAMO.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-RP-TIPO          PIC X(09).
               05  WSV-RP-NUMERO        PIC 9(06).
               05  FILLER               PIC X(07) VALUE ' CUOTA '.
               05  WSV-RP-CUOTA         PIC ZZ9.
               05  FILLER               PIC X(01) VALUE '/'.
               05  WSV-RP-CUOTAS-TOT    PIC ZZ9.
               05  WSV-RP-MARCA         PIC X(10).
               05  FILLER               PIC X(30) VALUE SPACES.
               05  WSV-RP-IMPORTE       PIC Z,ZZZ,ZZ9.
           01  WSV-RN-CANTIDAD          PIC ZZ9.

      * Los titulos de los bloques de totales son variables: el modo
      * correccion los cambia para que el bloque suplementario no se
      * confunda con el total general de la corrida original.
               05  WSV-AUD-TOT-BONO     PIC ZZZZZZZZZZZ9.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-VERSION      PIC X(10).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-TIPO         PIC X(03) VALUE SPACES.
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-MOTIVO       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

      * totales.
           INITIALIZE WSV-CONTROL-DUPLICADOS.
           INITIALIZE WSV-TOTALES-DED-CONC.
           INITIALIZE WSV-TOTALES-NOVEDADES.
           INITIALIZE WSV-TOTALES-CONTRIB.
           INITIALIZE WSV-TOTALES-PRESTAMOS.
           INITIALIZE WSV-TOTALES-EMPRESA.
           INITIALIZE WSV-TOTALES-OFICINA.
           ACCEPT WSV-FECHA-CORRIDA FROM DATE YYYYMMDD.
                   DISPLAY "CORRIDA EN MODO SIMULACION: NO SE GRABAN "
                           "SALIDAS REALES"
                   INITIALIZE WSV-TOTALES-SIM
                   PERFORM 12S-CARGAR-MAESTRO
                   PERFORM 12X-CARGAR-LIQ-FINALES
                   PERFORM 12Q-CARGAR-OFICINAS
                   PERFORM 11-ABRIR-ARCHIVOS
                   PERFORM 12-CARGAR-TARIFAS
                   INITIALIZE WSV-TOTALES-CONTROL
                   INITIALIZE WSV-TOTALES-DEPTO
                   INITIALIZE WSV-TOTALES-DED-CONC
                   INITIALIZE WSV-TOTALES-NOVEDADES
                   INITIALIZE WSV-TOTALES-CONTRIB
                   INITIALIZE WSV-TOTALES-PRESTAMOS
                   MOVE 0 TO WSV-NRO-PAGINA
                   MOVE 0 TO WSV-CANT-A-SALTAR
                   PERFORM 36-CARGAR-LEGAJOS-HISTORIA
                   PERFORM 12S-CARGAR-MAESTRO
                   PERFORM 12X-CARGAR-LIQ-FINALES
                   PERFORM 18-CARGAR-PRESTAMOS
                   PERFORM 11-ABRIR-ARCHIVOS
                   PERFORM 12-CARGAR-TARIFAS
                   PERFORM 12D-CARGAR-DEDUCCIONES
                   PERFORM 12Z-CARGAR-CONTRIBUCIONES
                   PERFORM 12G-CARGAR-DEPTOS
                   PERFORM 12O-CARGAR-EMPRESAS
                   PERFORM 12K-CARGAR-CUENTAS
                   PERFORM 12U-CARGAR-NOVEDADES
                   PERFORM 15-ESCRIBIR-ENCABEZADO
               WHEN WSS-MODO-RETRO
                   DISPLAY "CORRIDA EN MODO RETROACTIVO: RECALCULO "
                   INITIALIZE WSV-TOTALES-DEPTO
                   PERFORM 37-CARGAR-RETRO-HISTORIA
                   PERFORM 12Q-CARGAR-OFICINAS
                   PERFORM 12S-CARGAR-MAESTRO
                   PERFORM 12X-CARGAR-LIQ-FINALES
                   PERFORM 38-CARGAR-CBUS
                   PERFORM 11E-ABRIR-SALIDAS-RETRO
                   PERFORM 12-CARGAR-TARIFAS
                   PERFORM 12D-CARGAR-DEDUCCIONES
                   PERFORM 12Z-CARGAR-CONTRIBUCIONES
                   PERFORM 12O-CARGAR-EMPRESAS
                   PERFORM 12K-CARGAR-CUENTAS
                   PERFORM 15D-ESCRIBIR-ENCAB-RETRO
               PERFORM 14-CARGAR-NOMBRES-CHECKPOINT
           END-IF.
           PERFORM 12Q-CARGAR-OFICINAS.
           PERFORM 12S-CARGAR-MAESTRO.
           PERFORM 12X-CARGAR-LIQ-FINALES.
           PERFORM 18-CARGAR-PRESTAMOS.
           PERFORM 11-ABRIR-ARCHIVOS.
           PERFORM 12-CARGAR-TARIFAS.
           PERFORM 12D-CARGAR-DEDUCCIONES.
           PERFORM 12Z-CARGAR-CONTRIBUCIONES.
           PERFORM 12G-CARGAR-DEPTOS.
           PERFORM 12O-CARGAR-EMPRESAS.
           PERFORM 12K-CARGAR-CUENTAS.
           PERFORM 12M-CARGAR-PRESUPUESTOS.
           PERFORM 12U-CARGAR-NOVEDADES.
           IF WSV-CANT-A-SALTAR > 0
               PERFORM 16-OMITIR-POSTULANTE
                   UNTIL WSV-CANT-SALTADOS >= WSV-CANT-A-SALTAR
                       "BANCO, STATUS " WSV-FS-BANCO
               STOP RUN
           END-IF.
           PERFORM 11G-ABRIR-DECLARACION-EXTEND.
           OPEN EXTEND FD-HISTORIA.
           IF WSV-FS-HISTORIA = '35'
               OPEN OUTPUT FD-HISTORIA
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 11H-ABRIR-MOVIMIENTOS-PTM.
       11D-ABRIR-SALIDAS-CORRECCION-END.
       EXIT.

                       "BANCO, STATUS " WSV-FS-BANCO
               STOP RUN
           END-IF.
           PERFORM 11G-ABRIR-DECLARACION-EXTEND.
           OPEN EXTEND FD-SALIDA-CONTA.
           IF WSV-FS-SALIDA-CONTA = '35'
               OPEN OUTPUT FD-SALIDA-CONTA
       11E-ABRIR-SALIDAS-RETRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Abre para agregar el archivo de trabajo de la declaracion de
      * cargas sociales: en un reinicio conserva los renglones ya
      * grabados por la corrida interrumpida, y en los modos
      * correccion y retroactivo los de la corrida que se
      * complementa, de modo que la declaracion de cada empresa del
      * lote se regenera al cierre completa.
      *----------------------------------------------------------------
       11G-ABRIR-DECLARACION-EXTEND.
           OPEN EXTEND FD-DECLARA.
           IF WSV-FS-DECLARA = '35'
               OPEN OUTPUT FD-DECLARA
           ELSE
               IF WSV-FS-DECLARA NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO ARCHIVO DE TRABAJO "
                           "DE LA DECLARACION, STATUS " WSV-FS-DECLARA
                   STOP RUN
               END-IF
           END-IF.
       11G-ABRIR-DECLARACION-EXTEND-END.
       EXIT.

      *----------------------------------------------------------------
      * Abre el feed de postulantes de la oficina WSV-IDX-OFI. Sin
      * archivo de oficinas se abre el unico feed POSTULAN con la
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 11G-ABRIR-DECLARACION-EXTEND
           ELSE
               OPEN OUTPUT FD-REPORTE
               IF WSV-FS-REPORTE NOT = '00'
                           "BANCO, STATUS " WSV-FS-BANCO
                   STOP RUN
               END-IF
               OPEN OUTPUT FD-DECLARA
               IF WSV-FS-DECLARA NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO ARCHIVO DE TRABAJO "
                           "DE LA DECLARACION, STATUS " WSV-FS-DECLARA
                   STOP RUN
               END-IF
           END-IF.
      * La historia se abre siempre para agregar: acumula corridas
      * completas y no se vacia al cierre.
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 11H-ABRIR-MOVIMIENTOS-PTM.
       11C-ABRIR-SALIDAS-REALES-END.
       EXIT.

      *----------------------------------------------------------------
      * Abre los movimientos de prestamos de la corrida cuando hay
      * cuenta corriente: en un reinicio para agregar a los ya
      * grabados (que 18C-REPONER-MOVIMIENTOS ya aplico), si no
      * vacio.
      *----------------------------------------------------------------
       11H-ABRIR-MOVIMIENTOS-PTM.
           IF WSS-PRESTAMOS-CARGADOS
               IF WSV-CANT-A-SALTAR > 0
                   OPEN EXTEND FD-PRESTAMOS-MOV
                   IF WSV-FS-PRESTAMOS-MOV = '35'
                       OPEN OUTPUT FD-PRESTAMOS-MOV
                   END-IF
               ELSE
                   OPEN OUTPUT FD-PRESTAMOS-MOV
               END-IF
               IF WSV-FS-PRESTAMOS-MOV NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO MOVIMIENTOS DE "
                           "PRESTAMOS, STATUS " WSV-FS-PRESTAMOS-MOV
                   STOP RUN
               END-IF
           END-IF.
       11H-ABRIR-MOVIMIENTOS-PTM-END.
       EXIT.

      *----------------------------------------------------------------
      * Graba la cabecera del archivo de pagos definitivo de la
      * empresa en proceso: fecha de la corrida y razon social de
       12F-CARGAR-DEDUCCION-DEFAULT-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga la tabla de contribuciones patronales desde el archivo
      * de parametros, con los mismos controles que las deducciones:
      * un juego que supere el cien por ciento o que traiga mas
      * conceptos que la tabla se descarta y, igual que sin
      * archivo, se usan los valores por defecto.
      *----------------------------------------------------------------
       12Z-CARGAR-CONTRIBUCIONES.
           OPEN INPUT FD-CONTRIBUCIONES.
           IF WSV-FS-CONTRIBUCIONES = '00'
               PERFORM 12Z2-LEER-CONTRIBUCION
                   UNTIL WSV-FS-CONTRIBUCIONES NOT = '00'
               CLOSE FD-CONTRIBUCIONES
               IF WSV-SUMA-PORC-CON > 9999
                   DISPLAY "CONTRIBUCIONES SUPERAN EL CIEN POR "
                           "CIENTO, SE USAN VALORES POR DEFECTO"
                   MOVE 0 TO WSC-CANT-CONTRIBUCIONES
               END-IF
               IF WSS-CON-EXCESO
                   DISPLAY "CONTRIB TRAE MAS CONCEPTOS QUE LOS "
                           "SOPORTADOS, SE USAN VALORES POR DEFECTO"
                   MOVE 0 TO WSC-CANT-CONTRIBUCIONES
               END-IF
           ELSE
               DISPLAY "CONTRIB NO DISPONIBLE, SE USAN VALORES "
                       "POR DEFECTO"
           END-IF.
           IF WSC-CANT-CONTRIBUCIONES = 0
               MOVE 0 TO WSV-SUMA-PORC-CON
               PERFORM 12Z3-CARGAR-CONTRIB-DEFAULT
                   VARYING WSV-IDX-CON-DEF FROM 1 BY 1
                   UNTIL WSV-IDX-CON-DEF > 3
           END-IF.
       12Z-CARGAR-CONTRIBUCIONES-END.
       EXIT.

       12Z2-LEER-CONTRIBUCION.
           READ FD-CONTRIBUCIONES
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-CON-PORCENTAJE IS NOT NUMERIC
                       DISPLAY "CONTRIBUCION INVALIDA PARA "
                               FD-CON-CONCEPTO
                               ", SE IGNORA EL CONCEPTO"
                   ELSE
                       IF WSC-CANT-CONTRIBUCIONES < 5
                           ADD 1 TO WSC-CANT-CONTRIBUCIONES
                           MOVE FD-CON-CONCEPTO TO
                               WSC-CON-CODIGO(WSC-CANT-CONTRIBUCIONES)
                           MOVE FD-CON-PORCENTAJE TO
                               WSC-CON-PORC(WSC-CANT-CONTRIBUCIONES)
                           ADD WSC-CON-PORC(WSC-CANT-CONTRIBUCIONES)
                               TO WSV-SUMA-PORC-CON
                       ELSE
                           DISPLAY "TABLA DE CONTRIBUCIONES LLENA, "
                                   "SOBRA EL CONCEPTO "
                                   FD-CON-CONCEPTO
                           SET WSS-CON-EXCESO TO TRUE
                       END-IF
                   END-IF
           END-READ.
       12Z2-LEER-CONTRIBUCION-END.
       EXIT.

       12Z3-CARGAR-CONTRIB-DEFAULT.
           ADD 1 TO WSC-CANT-CONTRIBUCIONES.
           MOVE WSC-CON-DEF-CODIGO(WSV-IDX-CON-DEF)
               TO WSC-CON-CODIGO(WSC-CANT-CONTRIBUCIONES).
           MOVE WSC-CON-DEF-PORC(WSV-IDX-CON-DEF)
               TO WSC-CON-PORC(WSC-CANT-CONTRIBUCIONES).
           ADD WSC-CON-DEF-PORC(WSV-IDX-CON-DEF) TO WSV-SUMA-PORC-CON.
       12Z3-CARGAR-CONTRIB-DEFAULT-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga la tabla de sueldos propuesta para la simulacion desde
      * TARIFPRO (mismo formato que TARIFAS). Arranca igual a la
       12R-LEER-OFICINA-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga el maestro de legajos. Solo sin maestro (status 35)
      * la corrida sigue tomando nombre, fecha de ingreso,
      * departamento, CBU y empresa del feed, como hasta ahora. Un
      * maestro que no abre, que no se lee hasta el final, que no
      * entra en la tabla o que no viene en orden ascendente de
      * legajo frena la corrida: usarlo a medias rechazaria legajos
      * como inexistentes, e ignorarlo pagaria del feed a legajos
      * dados de baja. La busqueda de 22I-BUSCAR-MAESTRO se corta
      * en el primer legajo mayor y depende de ese orden.
      *----------------------------------------------------------------
       12S-CARGAR-MAESTRO.
           MOVE 0 TO WSV-MAE-LEGAJO-ANTERIOR.
           OPEN INPUT FD-MAESTRO.
           IF WSV-FS-MAESTRO = '00'
               PERFORM 12T-LEER-MAESTRO
                   UNTIL WSV-FS-MAESTRO NOT = '00'
               IF WSV-FS-MAESTRO NOT = '10'
                   DISPLAY "ERROR FATAL LEYENDO MAESTRO DE LEGAJOS, "
                           "STATUS " WSV-FS-MAESTRO
                   STOP RUN
               END-IF
               CLOSE FD-MAESTRO
               IF WSV-CANT-MAESTRO > 0
                   DISPLAY "MAESTRO DE LEGAJOS CARGADO CON "
                           WSV-CANT-MAESTRO " LEGAJOS"
               END-IF
           ELSE
               IF WSV-FS-MAESTRO = '35'
                   DISPLAY "MAESTRO DE LEGAJOS NO DISPONIBLE, LOS "
                           "DATOS DEL LEGAJO SE TOMAN DEL FEED"
               ELSE
                   DISPLAY "ERROR FATAL ABRIENDO MAESTRO DE LEGAJOS, "
                           "STATUS " WSV-FS-MAESTRO
                   STOP RUN
               END-IF
           END-IF.
       12S-CARGAR-MAESTRO-END.
       EXIT.

       12T-LEER-MAESTRO.
           READ FD-MAESTRO
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-MAE-LEGAJO IS NOT NUMERIC
                    OR FD-MAE-LEGAJO NOT > WSV-MAE-LEGAJO-ANTERIOR
                       DISPLAY "MAESTRO DE LEGAJOS FUERA DE ORDEN O "
                               "CON LEGAJO INVALIDO DESPUES DEL "
                               WSV-MAE-LEGAJO-ANTERIOR
                       STOP RUN
                   END-IF
                   IF WSV-CANT-MAESTRO NOT < 20000
                       DISPLAY "MAESTRO DE LEGAJOS EXCEDE LAS 20000 "
                               "ENTRADAS, NO SE PUEDE CONTROLAR LAS "
                               "BAJAS"
                       STOP RUN
                   END-IF
                   ADD 1 TO WSV-CANT-MAESTRO
                   MOVE FD-MAESTRO-REC
                       TO WSV-MAE-ENT(WSV-CANT-MAESTRO)
                   MOVE FD-MAE-LEGAJO TO WSV-MAE-LEGAJO-ANTERIOR
           END-READ.
       12T-LEER-MAESTRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga los legajos con liquidacion final desde la historia.
      * Sin historia no hay bajas liquidadas que controlar.
      *----------------------------------------------------------------
       12X-CARGAR-LIQ-FINALES.
           OPEN INPUT FD-HISTORIA.
           IF WSV-FS-HISTORIA = '00'
               PERFORM 12Y-LEER-LIQ-FINAL
                   UNTIL WSV-FS-HISTORIA NOT = '00'
               CLOSE FD-HISTORIA
               IF WSV-CANT-LIQ-FINAL > 0
                   DISPLAY "LEGAJOS CON LIQUIDACION FINAL EN LA "
                           "HISTORIA: " WSV-CANT-LIQ-FINAL
               END-IF
           END-IF.
       12X-CARGAR-LIQ-FINALES-END.
       EXIT.

       12Y-LEER-LIQ-FINAL.
           READ FD-HISTORIA
               AT END
                   CONTINUE
               NOT AT END
                   IF WSS-HIS-LIQ-FINAL
                       MOVE FD-HIS-LEGAJO TO WSV-LEGAJO-AUX
                       PERFORM 22L-BUSCAR-LIQ-FINAL
                       EVALUATE TRUE
                           WHEN WSS-LIQ-FINAL-HALLADA
                               IF FD-HIS-FECHA >
                                  WSV-LF-FECHA(WSV-IDX-LF)
                                   MOVE FD-HIS-FECHA
                                       TO WSV-LF-FECHA(WSV-IDX-LF)
                               END-IF
                           WHEN WSV-CANT-LIQ-FINAL < 5000
                               ADD 1 TO WSV-CANT-LIQ-FINAL
                               MOVE FD-HIS-LEGAJO
                                 TO WSV-LF-LEGAJO(WSV-CANT-LIQ-FINAL)
                               MOVE FD-HIS-FECHA
                                 TO WSV-LF-FECHA(WSV-CANT-LIQ-FINAL)
                           WHEN OTHER
                               DISPLAY "TABLA DE LIQUIDACIONES "
                                       "FINALES LLENA, SE OMITE EL "
                                       "LEGAJO " FD-HIS-LEGAJO
                       END-EVALUATE
                       MOVE 0 TO WSV-LEGAJO-AUX
                   END-IF
           END-READ.
       12Y-LEER-LIQ-FINAL-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga las novedades del periodo y abre el listado de
      * novedades no aplicadas. Las novedades invalidas se listan al
      * cargarlas, salvo en un reinicio o en una correccion, cuyo
      * listado ya las tiene de la corrida original: en esos casos
      * el listado se abre para agregar. Sin archivo de novedades se
      * liquida el sueldo basico de la categoria, como hasta ahora.
      *----------------------------------------------------------------
       12U-CARGAR-NOVEDADES.
           OPEN INPUT FD-NOVEDADES.
           IF WSV-FS-NOVEDADES = '00'
               IF WSV-CANT-A-SALTAR > 0 OR WSS-MODO-CORRECCION
                   SET WSS-NO-LISTAR-CARGA TO TRUE
                   OPEN EXTEND FD-EXC-NOVEDADES
                   IF WSV-FS-EXC-NOVEDADES = '35'
                       OPEN OUTPUT FD-EXC-NOVEDADES
                   END-IF
               ELSE
                   SET WSS-LISTAR-CARGA TO TRUE
                   OPEN OUTPUT FD-EXC-NOVEDADES
               END-IF
               IF WSV-FS-EXC-NOVEDADES NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO LISTADO DE "
                           "NOVEDADES, STATUS " WSV-FS-EXC-NOVEDADES
                   STOP RUN
               END-IF
               SET WSS-EXC-NOV-ABIERTO TO TRUE
               IF WSS-LISTAR-CARGA
                   MOVE WSV-FECHA-CORRIDA TO WSV-LNT-FECHA
                   WRITE FD-EXC-NOVEDAD-REC FROM WSV-LINEA-NOV-TITULO
                   WRITE FD-EXC-NOVEDAD-REC FROM WSV-LINEA-EN-BLANCO
                   WRITE FD-EXC-NOVEDAD-REC
                       FROM WSV-LINEA-NOV-COLUMNAS
               END-IF
               PERFORM 12V-LEER-NOVEDAD
                   UNTIL WSV-FS-NOVEDADES NOT = '00'
               CLOSE FD-NOVEDADES
               DISPLAY "NOVEDADES DEL PERIODO CARGADAS: "
                       WSV-CANT-NOVEDADES
           ELSE
               DISPLAY "NOVEDAD NO DISPONIBLE, SE LIQUIDA EL SUELDO "
                       "BASICO SIN NOVEDADES"
           END-IF.
       12U-CARGAR-NOVEDADES-END.
       EXIT.

       12V-LEER-NOVEDAD.
           READ FD-NOVEDADES
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 12W-VALIDAR-NOVEDAD
           END-READ.
       12V-LEER-NOVEDAD-END.
       EXIT.

      *----------------------------------------------------------------
      * Valida una novedad y la agrega a la tabla. Los dias de
      * ausencia van de 1 a 30 y las horas extra de 1 a 200 por
      * registro; el adicional fijo debe ser un importe positivo.
      *----------------------------------------------------------------
       12W-VALIDAR-NOVEDAD.
           MOVE SPACES TO WSV-MOTIVO-NOVEDAD.
           EVALUATE TRUE
               WHEN FD-NOV-LEGAJO IS NOT NUMERIC
                OR FD-NOV-LEGAJO = ZEROS
                   MOVE "LEGAJO NO NUMERICO O CERO"
                       TO WSV-MOTIVO-NOVEDAD
               WHEN FD-NOV-CONCEPTO = 'AUS'
                   IF FD-NOV-CANTIDAD IS NOT NUMERIC
                       MOVE "DIAS DE AUSENCIA INVALIDOS"
                           TO WSV-MOTIVO-NOVEDAD
                   ELSE
                       IF FD-NOV-CANTIDAD = 0
                        OR FD-NOV-CANTIDAD > WSC-DIAS-MES
                           MOVE "DIAS DE AUSENCIA INVALIDOS"
                               TO WSV-MOTIVO-NOVEDAD
                       END-IF
                   END-IF
               WHEN FD-NOV-CONCEPTO = 'H50'
                OR FD-NOV-CONCEPTO = 'H100'
                   IF FD-NOV-CANTIDAD IS NOT NUMERIC
                       MOVE "HORAS EXTRA INVALIDAS"
                           TO WSV-MOTIVO-NOVEDAD
                   ELSE
                       IF FD-NOV-CANTIDAD = 0
                        OR FD-NOV-CANTIDAD > WSC-HORAS-MES
                           MOVE "HORAS EXTRA INVALIDAS"
                               TO WSV-MOTIVO-NOVEDAD
                       END-IF
                   END-IF
               WHEN FD-NOV-CONCEPTO = 'ADI'
                   IF FD-NOV-IMPORTE IS NOT NUMERIC
                       MOVE "IMPORTE ADICIONAL INVALIDO"
                           TO WSV-MOTIVO-NOVEDAD
                   ELSE
                       IF FD-NOV-IMPORTE = 0
                           MOVE "IMPORTE ADICIONAL INVALIDO"
                               TO WSV-MOTIVO-NOVEDAD
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "CONCEPTO DE NOVEDAD DESCONOCIDO"
                       TO WSV-MOTIVO-NOVEDAD
           END-EVALUATE.
           IF WSV-MOTIVO-NOVEDAD = SPACES
               IF WSV-CANT-NOVEDADES < 20000
                   ADD 1 TO WSV-CANT-NOVEDADES
                   MOVE FD-NOV-LEGAJO
                       TO WSV-NOV-LEGAJO(WSV-CANT-NOVEDADES)
                   MOVE FD-NOV-CONCEPTO
                       TO WSV-NOV-CONCEPTO(WSV-CANT-NOVEDADES)
                   MOVE 0 TO WSV-NOV-CANTIDAD(WSV-CANT-NOVEDADES)
                   MOVE 0 TO WSV-NOV-IMPORTE(WSV-CANT-NOVEDADES)
                   IF FD-NOV-CONCEPTO = 'ADI'
                       MOVE FD-NOV-IMPORTE
                           TO WSV-NOV-IMPORTE(WSV-CANT-NOVEDADES)
                   ELSE
                       MOVE FD-NOV-CANTIDAD
                           TO WSV-NOV-CANTIDAD(WSV-CANT-NOVEDADES)
                   END-IF
                   SET WSS-NOV-PENDIENTE(WSV-CANT-NOVEDADES) TO TRUE
               ELSE
                   DISPLAY "TABLA DE NOVEDADES LLENA, SOBRA EL "
                           "LEGAJO " FD-NOV-LEGAJO
                   MOVE "TABLA DE NOVEDADES LLENA, NO SE APLICA"
                       TO WSV-MOTIVO-NOVEDAD
               END-IF
           END-IF.
           IF WSV-MOTIVO-NOVEDAD NOT = SPACES
               ADD 1 TO WSV-CANT-NOV-NO-APLIC
               IF WSS-LISTAR-CARGA
                   MOVE FD-NOV-LEGAJO      TO WSV-LN-LEGAJO
                   MOVE FD-NOV-CONCEPTO    TO WSV-LN-CONCEPTO
                   MOVE FD-NOV-CANTIDAD    TO WSV-LN-CANTIDAD
                   MOVE FD-NOV-IMPORTE     TO WSV-LN-IMPORTE
                   MOVE WSV-MOTIVO-NOVEDAD TO WSV-LN-MOTIVO
                   WRITE FD-EXC-NOVEDAD-REC FROM WSV-LINEA-NOVEDAD
               END-IF
           END-IF.
       12W-VALIDAR-NOVEDAD-END.
       EXIT.

      *----------------------------------------------------------------
      * Lee el checkpoint de una corrida anterior. La bitacora de
      * checkpoint se graba por agregado durante la corrida (ver
                   MOVE FD-CKP-TOT-DED-CONC     TO WSV-TOTALES-DED-CONC
                   MOVE FD-CKP-TOTALES-EMPRESA  TO WSV-TOTALES-EMPRESA
                   MOVE FD-CKP-TOTALES-OFICINA  TO WSV-TOTALES-OFICINA
                   MOVE FD-CKP-TOTALES-NOVEDADES
                       TO WSV-TOTALES-NOVEDADES
                   MOVE FD-CKP-TOTALES-CONTRIB  TO WSV-TOTALES-CONTRIB
                   MOVE FD-CKP-TOTALES-PRESTAMOS
                       TO WSV-TOTALES-PRESTAMOS
                   MOVE FD-CKP-NRO-PAGINA       TO WSV-NRO-PAGINA
           END-READ.
       13A-LEER-REGISTRO-CHECKPOINT-END.
           MOVE WSV-TOTALES-DED-CONC     TO FD-CKP-TOT-DED-CONC.
           MOVE WSV-TOTALES-EMPRESA      TO FD-CKP-TOTALES-EMPRESA.
           MOVE WSV-TOTALES-OFICINA      TO FD-CKP-TOTALES-OFICINA.
           MOVE WSV-TOTALES-NOVEDADES    TO FD-CKP-TOTALES-NOVEDADES.
           MOVE WSV-TOTALES-CONTRIB      TO FD-CKP-TOTALES-CONTRIB.
           MOVE WSV-TOTALES-PRESTAMOS    TO FD-CKP-TOTALES-PRESTAMOS.
           MOVE WSV-NRO-PAGINA           TO FD-CKP-NRO-PAGINA.
           WRITE FD-CHECKPOINT-REC.
       17-GRABAR-CHECKPOINT-END.
       EXIT.

      *----------------------------------------------------------------
      * Vacia los movimientos de prestamos al cerrar la corrida, una
      * vez reescrita la cuenta corriente con las cuotas descontadas.
      *----------------------------------------------------------------
       17D-LIMPIAR-MOVIMIENTOS-PTM.
           IF WSS-PRESTAMOS-CARGADOS
               CLOSE FD-PRESTAMOS-MOV
               OPEN OUTPUT FD-PRESTAMOS-MOV
               CLOSE FD-PRESTAMOS-MOV
           END-IF.
       17D-LIMPIAR-MOVIMIENTOS-PTM-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga la cuenta corriente de prestamos y el tope de descuento
      * sobre el neto. Sin archivo PRESTAMO la corrida no descuenta
      * cuotas. En un reinicio se reponen en la tabla las cuotas que
      * la corrida interrumpida ya habia descontado, para que la
      * cuenta corriente reescrita al cierre las incluya.
      *----------------------------------------------------------------
       18-CARGAR-PRESTAMOS.
           IF WSS-MODO-CORRECCION
            AND WSV-FECHA-HIS-MAX NOT = SPACES
               MOVE WSV-FECHA-HIS-MAX(1:6) TO WSV-PERIODO-PTM
           ELSE
               MOVE WSV-FECHA-CORRIDA(1:6) TO WSV-PERIODO-PTM
           END-IF.
           PERFORM 18E-TOMAR-TOPE-PRESTAMOS.
           OPEN INPUT FD-PRESTAMOS.
           EVALUATE WSV-FS-PRESTAMOS
               WHEN '00'
                   SET WSS-PRESTAMOS-CARGADOS TO TRUE
                   PERFORM 18B-LEER-PRESTAMO
                       UNTIL WSV-FS-PRESTAMOS NOT = '00'
                   IF WSV-FS-PRESTAMOS NOT = '10'
                       DISPLAY "ERROR FATAL LEYENDO CUENTA CORRIENTE "
                               "DE PRESTAMOS, STATUS "
                               WSV-FS-PRESTAMOS
                       STOP RUN
                   END-IF
                   CLOSE FD-PRESTAMOS
                   DISPLAY "CUENTA CORRIENTE DE PRESTAMOS CARGADA CON "
                           WSV-CANT-PRESTAMOS " PRESTAMOS, TOPE "
                           WSV-TOPE-PTM "% DEL NETO"
                   IF WSV-CANT-A-SALTAR > 0
                       PERFORM 18C-REPONER-MOVIMIENTOS
                   END-IF
               WHEN '35'
                   DISPLAY "SIN CUENTA CORRIENTE DE PRESTAMOS, NO SE "
                           "DESCUENTAN CUOTAS"
               WHEN OTHER
                   DISPLAY "ERROR FATAL ABRIENDO CUENTA CORRIENTE DE "
                           "PRESTAMOS, STATUS " WSV-FS-PRESTAMOS
                   STOP RUN
           END-EVALUATE.
       18-CARGAR-PRESTAMOS-END.
       EXIT.

      *----------------------------------------------------------------
      * Carga un prestamo en la tabla. La cuenta corriente se
      * reescribe completa al cierre, asi que un archivo que no
      * entra en la tabla, fuera de orden o que no se puede leer
      * hasta el final es fatal. Un prestamo con
      * importes no numericos o estado desconocido se conserva tal
      * cual pero no se descuenta.
      *----------------------------------------------------------------
       18B-LEER-PRESTAMO.
           READ FD-PRESTAMOS
               AT END
                   CONTINUE
               NOT AT END
                   IF WSV-CANT-PRESTAMOS >= 5000
                       DISPLAY "ERROR FATAL: LA CUENTA CORRIENTE DE "
                               "PRESTAMOS EXCEDE LAS 5000 ENTRADAS"
                       STOP RUN
                   END-IF
                   IF FD-PTM-LEGAJO IS NOT NUMERIC
                    OR FD-PTM-NUMERO IS NOT NUMERIC
                       DISPLAY "ERROR FATAL: PRESTAMO CON LEGAJO O "
                               "NUMERO INVALIDO: " FD-PRESTAMO-REC
                       STOP RUN
                   END-IF
                   IF WSV-CANT-PRESTAMOS > 0
                       IF FD-PTM-LEGAJO <
                          WSV-PTM-LEGAJO(WSV-CANT-PRESTAMOS)
                        OR (FD-PTM-LEGAJO =
                            WSV-PTM-LEGAJO(WSV-CANT-PRESTAMOS)
                        AND FD-PTM-NUMERO NOT >
                            WSV-PTM-NUMERO(WSV-CANT-PRESTAMOS))
                           DISPLAY "ERROR FATAL: CUENTA CORRIENTE DE "
                                   "PRESTAMOS FUERA DE ORDEN EN LEGAJO "
                                   FD-PTM-LEGAJO " PRESTAMO "
                                   FD-PTM-NUMERO
                           STOP RUN
                       END-IF
                   END-IF
                   ADD 1 TO WSV-CANT-PRESTAMOS
                   MOVE FD-PRESTAMO-REC
                       TO WSV-PTM-DATOS(WSV-CANT-PRESTAMOS)
                   MOVE 0 TO WSV-PTM-DESCONTADO(WSV-CANT-PRESTAMOS)
                   MOVE SPACE TO WSV-PTM-MARCA(WSV-CANT-PRESTAMOS)
                   IF FD-PTM-ORIGINAL IS NUMERIC
                    AND FD-PTM-CUOTA IS NUMERIC
                    AND FD-PTM-CUOTAS-TOT IS NUMERIC
                    AND FD-PTM-CUOTAS-REST IS NUMERIC
                    AND FD-PTM-SALDO IS NUMERIC
                    AND (FD-PTM-ESTADO = 'A' OR FD-PTM-ESTADO = 'C')
                       MOVE FD-PTM-SALDO
                           TO WSV-PTM-SALDO-ANT(WSV-CANT-PRESTAMOS)
                   ELSE
                       MOVE 0 TO WSV-PTM-SALDO-ANT(WSV-CANT-PRESTAMOS)
                       MOVE 'X' TO WSV-PTM-MARCA(WSV-CANT-PRESTAMOS)
                       DISPLAY "PRESTAMO CON DATOS INVALIDOS, NO SE "
                               "DESCUENTA: LEGAJO " FD-PTM-LEGAJO
                               " PRESTAMO " FD-PTM-NUMERO
                   END-IF
           END-READ.
       18B-LEER-PRESTAMO-END.
       EXIT.

      *----------------------------------------------------------------
      * Reaplica a la tabla las cuotas grabadas en los movimientos
      * por la corrida interrumpida. Solo cuentan las de postulantes
      * cubiertos por el checkpoint: el que se estaba procesando al
      * interrumpirse se vuelve a liquidar y descuenta de nuevo. Una
      * cuota ya estampada con el periodo no se aplica dos veces.
      *----------------------------------------------------------------
       18C-REPONER-MOVIMIENTOS.
           OPEN INPUT FD-PRESTAMOS-MOV.
           IF WSV-FS-PRESTAMOS-MOV = '00'
               PERFORM 18D-LEER-MOVIMIENTO
                   UNTIL WSV-FS-PRESTAMOS-MOV NOT = '00'
               CLOSE FD-PRESTAMOS-MOV
           END-IF.
       18C-REPONER-MOVIMIENTOS-END.
       EXIT.

       18D-LEER-MOVIMIENTO.
           READ FD-PRESTAMOS-MOV
               AT END
                   CONTINUE
               NOT AT END
                   IF FD-PMV-CONTADOR NOT > WSV-CANT-A-SALTAR
                       PERFORM 18F-BUSCAR-PRESTAMO-NRO
                       IF WSS-PRESTAMO-HALLADO
                           IF WSV-PTM-ULT-PERIODO(WSV-IDX-PTM)
                              NOT = WSV-PERIODO-PTM
                               MOVE FD-PMV-IMPORTE
                                   TO WSV-PTM-CUOTA-AUX
                               MOVE FD-PMV-MARCA
                                   TO WSV-PTM-MARCA-AUX
                               PERFORM 30K-APLICAR-CUOTA
                           END-IF
                       ELSE
                           DISPLAY "MOVIMIENTO DE PRESTAMO SIN "
                                   "PRESTAMO EN LA CUENTA CORRIENTE: "
                                   "LEGAJO " FD-PMV-LEGAJO
                                   " PRESTAMO " FD-PMV-NUMERO
                       END-IF
                   END-IF
           END-READ.
       18D-LEER-MOVIMIENTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Toma el tope de descuento de la variable de ambiente
      * SUELTOPE. El valor llega justificado a la izquierda, asi que
      * se contemplan de uno a tres digitos; fuera de rango o no
      * numerico se usa el tope por defecto.
      *----------------------------------------------------------------
       18E-TOMAR-TOPE-PRESTAMOS.
           MOVE WSC-TOPE-PTM-DEFAULT TO WSV-TOPE-PTM.
           ACCEPT WSV-TOPE-PTM-X FROM ENVIRONMENT "SUELTOPE".
           IF WSV-TOPE-PTM-X NOT = SPACES
            AND WSV-TOPE-PTM-X NOT = LOW-VALUES
               EVALUATE TRUE
                   WHEN WSV-TOPE-PTM-X IS NUMERIC
                       MOVE WSV-TOPE-PTM-X TO WSV-TOPE-PTM
                   WHEN WSV-TOPE-PTM-X(1:2) IS NUMERIC
                    AND WSV-TOPE-PTM-X(3:1) = SPACE
                       MOVE WSV-TOPE-PTM-X(1:2) TO WSV-TOPE-PTM
                   WHEN WSV-TOPE-PTM-X(1:1) IS NUMERIC
                    AND WSV-TOPE-PTM-X(2:2) = SPACES
                       MOVE WSV-TOPE-PTM-X(1:1) TO WSV-TOPE-PTM
                   WHEN OTHER
                       MOVE 999 TO WSV-TOPE-PTM
               END-EVALUATE
               IF WSV-TOPE-PTM > 100
                   DISPLAY "SUELTOPE INVALIDO: " WSV-TOPE-PTM-X
                           ", SE USA EL TOPE DE "
                           WSC-TOPE-PTM-DEFAULT "%"
                   MOVE WSC-TOPE-PTM-DEFAULT TO WSV-TOPE-PTM
               END-IF
           END-IF.
       18E-TOMAR-TOPE-PRESTAMOS-END.
       EXIT.

       18F-BUSCAR-PRESTAMO-NRO.
           SET WSS-PRESTAMO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-PTM.
           PERFORM 18G-COMPARAR-PRESTAMO-NRO
               UNTIL WSV-IDX-PTM > WSV-CANT-PRESTAMOS
                  OR NOT WSS-PRESTAMO-NO-HALLADO.
       18F-BUSCAR-PRESTAMO-NRO-END.
       EXIT.

       18G-COMPARAR-PRESTAMO-NRO.
           EVALUATE TRUE
               WHEN WSV-PTM-LEGAJO(WSV-IDX-PTM) = FD-PMV-LEGAJO
                AND WSV-PTM-NUMERO(WSV-IDX-PTM) = FD-PMV-NUMERO
                   SET WSS-PRESTAMO-HALLADO TO TRUE
               WHEN WSV-PTM-LEGAJO(WSV-IDX-PTM) > FD-PMV-LEGAJO
                   SET WSS-PRESTAMO-CORTADO TO TRUE
               WHEN OTHER
                   ADD 1 TO WSV-IDX-PTM
           END-EVALUATE.
       18G-COMPARAR-PRESTAMO-NRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Escribe los encabezados del reporte de nomina (y rompe de
      * pagina cuando se alcanza el maximo de lineas).
      *----------------------------------------------------------------
       15-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WSV-NRO-PAGINA.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO-1.
           IF WSS-MODO-CORRECCION
               STRING "REPORTE DE NOMINA (CORRECCIONES) - PAGINA "
                          DELIMITED BY SIZE
                      WSV-NRO-PAGINA DELIMITED BY SIZE
                      INTO WSV-LINEA-ENCABEZADO-1
           ELSE
               STRING "REPORTE DE NOMINA - PAGINA " DELIMITED BY SIZE
                      WSV-NRO-PAGINA DELIMITED BY SIZE
                      INTO WSV-LINEA-ENCABEZADO-1
           END-IF.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCABEZADO-1.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCABEZADO-2.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-ENCABEZADO-3.
           MOVE 0 TO WSV-CANT-LINEAS-PAGINA.
       15-ESCRIBIR-ENCABEZADO-END.
       EXIT.

      *----------------------------------------------------------------
      * Encabezado del reporte de impacto de la simulacion, con las
      * versiones de tarifas vigente y propuesta.
      *----------------------------------------------------------------
       15C-ESCRIBIR-ENCAB-SIMULACION.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO-1.
           STRING "SIMULACION DE TARIFAS - VIGENTE "
                      DELIMITED BY SIZE
                  WSC-TARIFA-VERSION DELIMITED BY SIZE
                  " / PROPUESTA " DELIMITED BY SIZE
                  WSC-TARIFA-VERSION-PROP DELIMITED BY SIZE
                  INTO WSV-LINEA-ENCABEZADO-1.
           WRITE FD-SIMULACION-REC FROM WSV-LINEA-ENCABEZADO-1.
           WRITE FD-SIMULACION-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-SIMULACION-REC FROM WSV-LINEA-SIM-ENCAB-2.
       15C-ESCRIBIR-ENCAB-SIMULACION-END.
       EXIT.

      *----------------------------------------------------------------
      * Encabezado del reporte del recalculo retroactivo, con la
      * corrida recalculada y la version de tarifas nueva.
      *----------------------------------------------------------------
       15D-ESCRIBIR-ENCAB-RETRO.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO-1.
           STRING "RECALCULO RETROACTIVO - CORRIDA "
                      DELIMITED BY SIZE
                  WSV-FECHA-HIS-MAX DELIMITED BY SIZE
                  " - TARIFAS " DELIMITED BY SIZE
                  WSC-TARIFA-VERSION DELIMITED BY SIZE
                  INTO WSV-LINEA-ENCABEZADO-1.
           WRITE FD-RETRO-REC FROM WSV-LINEA-ENCABEZADO-1.
      * en blanco, fecha de ingreso invalida o futura (de la que se
      * calcula la experiencia a la fecha de la corrida),
      * departamento en blanco o ausente de la referencia, y
      * postulante duplicado en el lote (por legajo). Con el maestro
      * de legajos cargado, el legajo debe existir y estar activo, y
      * los datos de la persona se toman del maestro antes de
      * validarlos.
      *----------------------------------------------------------------
       22-VALIDAR-POSTULANTE.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO.
               END-IF
           END-IF.

           IF WSS-REGISTRO-VALIDO
            AND WSV-CANT-MAESTRO > 0
               PERFORM 22H-TOMAR-DATOS-MAESTRO
           END-IF.

      * Un legajo con liquidacion final es una baja aunque el
      * maestro no la tenga todavia; solo vuelve a cobrar si
      * reingreso despues de la baja liquidada.
           IF WSS-REGISTRO-VALIDO
            AND WSV-CANT-LIQ-FINAL > 0
               PERFORM 22K-CONTROLAR-LIQ-FINAL
           END-IF.

           IF WSS-REGISTRO-VALIDO
               IF WSV-NOMBRE-AUX = SPACES OR LOW-VALUES
                   SET WSS-REGISTRO-INVALIDO TO TRUE
       22G-COMPARAR-EMPRESA-REF-END.
       EXIT.

      *----------------------------------------------------------------
      * Ubica el legajo en el maestro y reemplaza los datos de la
      * persona del feed por los del maestro. Un legajo que no esta
      * en el maestro o que esta dado de baja se rechaza: a una baja
      * no se le paga nunca, aunque una oficina lo siga enviando.
      *----------------------------------------------------------------
       22H-TOMAR-DATOS-MAESTRO.
           PERFORM 22I-BUSCAR-MAESTRO.
           IF NOT WSS-MAESTRO-HALLADO
               SET WSS-REGISTRO-INVALIDO TO TRUE
               MOVE "LEGAJO INEXISTENTE EN EL MAESTRO"
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               IF WSS-MAE-BAJA(WSV-IDX-MAE)
                   SET WSS-REGISTRO-INVALIDO TO TRUE
                   MOVE "LEGAJO DADO DE BAJA EN EL MAESTRO"
                       TO WSV-MOTIVO-RECHAZO
               ELSE
                   MOVE WSV-MAE-NOMBRE(WSV-IDX-MAE)
                       TO WSV-NOMBRE-AUX
                   MOVE WSV-MAE-FECHA-INGRESO(WSV-IDX-MAE)
                       TO WSV-FECHA-INGRESO-RAW
                   MOVE WSV-MAE-DEPTO(WSV-IDX-MAE)
                       TO WSV-DEPTO-AUX
                   MOVE WSV-MAE-CBU(WSV-IDX-MAE)
                       TO WSV-CBU-AUX
                   MOVE WSV-MAE-EMPRESA(WSV-IDX-MAE)
                       TO WSV-EMPRESA-AUX
               END-IF
           END-IF.
       22H-TOMAR-DATOS-MAESTRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca WSV-LEGAJO-AUX en el maestro. Como el maestro esta
      * ordenado, la busqueda se corta en el primer legajo mayor.
      *----------------------------------------------------------------
       22I-BUSCAR-MAESTRO.
           SET WSS-MAESTRO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-MAE.
           PERFORM 22J-COMPARAR-MAESTRO
               UNTIL WSV-IDX-MAE > WSV-CANT-MAESTRO
                  OR NOT WSS-MAESTRO-NO-HALLADO.
       22I-BUSCAR-MAESTRO-END.
       EXIT.

       22J-COMPARAR-MAESTRO.
           EVALUATE TRUE
               WHEN WSV-MAE-LEGAJO(WSV-IDX-MAE) = WSV-LEGAJO-AUX
                   SET WSS-MAESTRO-HALLADO TO TRUE
               WHEN WSV-MAE-LEGAJO(WSV-IDX-MAE) > WSV-LEGAJO-AUX
                   SET WSS-MAESTRO-CORTADO TO TRUE
               WHEN OTHER
                   ADD 1 TO WSV-IDX-MAE
           END-EVALUATE.
       22J-COMPARAR-MAESTRO-END.
       EXIT.

       22K-CONTROLAR-LIQ-FINAL.
           PERFORM 22L-BUSCAR-LIQ-FINAL.
           IF WSS-LIQ-FINAL-HALLADA
            AND WSV-FECHA-INGRESO-RAW <= WSV-LF-FECHA(WSV-IDX-LF)
               SET WSS-REGISTRO-INVALIDO TO TRUE
               MOVE "LEGAJO CON LIQUIDACION FINAL (BAJA)"
                   TO WSV-MOTIVO-RECHAZO
           END-IF.
       22K-CONTROLAR-LIQ-FINAL-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca WSV-LEGAJO-AUX entre los legajos con liquidacion
      * final.
      *----------------------------------------------------------------
       22L-BUSCAR-LIQ-FINAL.
           SET WSS-LIQ-FINAL-NO-HALLADA TO TRUE.
           MOVE 1 TO WSV-IDX-LF.
           PERFORM 22M-COMPARAR-LIQ-FINAL
               UNTIL WSV-IDX-LF > WSV-CANT-LIQ-FINAL
                  OR WSS-LIQ-FINAL-HALLADA.
       22L-BUSCAR-LIQ-FINAL-END.
       EXIT.

       22M-COMPARAR-LIQ-FINAL.
           IF WSV-LF-LEGAJO(WSV-IDX-LF) = WSV-LEGAJO-AUX
               SET WSS-LIQ-FINAL-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-LF
           END-IF.
       22M-COMPARAR-LIQ-FINAL-END.
       EXIT.

      *----------------------------------------------------------------
      * Busca el legajo de WSV-LEGAJO-AUX en el indice hash de
      * legajos ya confirmados. Deja WSS-DUPLICADO-HALLADO si el
                   PERFORM 33-CALCULAR-PROPUESTO
                   PERFORM 34-ESCRIBIR-SIMULACION
               ELSE
                   PERFORM 30G-CALCULAR-CONTRIBUCIONES
                   PERFORM 30I-DESCONTAR-PRESTAMOS
                   PERFORM 26-ACUMULAR-TOTALES
                   PERFORM 27-ESCRIBIR-DETALLE
                   PERFORM 28-ESCRIBIR-SALIDA-CONTA
                   PERFORM 28B-ESCRIBIR-BANCO
                   PERFORM 28H-ESCRIBIR-DECLARACION
                   PERFORM 28C-ESCRIBIR-HISTORIA
                   PERFORM 28D-ESCRIBIR-RECIBO
               END-IF
                           " - " WSV-MOTIVO-RECHAZO
               ELSE
                   PERFORM 31-ESCRIBIR-EXCEPCION
                   IF WSV-CANT-NOVEDADES > 0
                       PERFORM 32-RECHAZAR-NOVEDADES
                   END-IF
               END-IF
           END-IF.
      * El checkpoint avanza por cada registro de entrada consumido,
           ADD WSV-SUELDO-AUX TO WSV-TOT-SUELDO-MES.
           ADD WSV-DEDUCCIONES-AUX TO WSV-TOT-DEDUCCIONES.
           ADD WSV-NETO-AUX TO WSV-TOT-NETO.
           ADD WSV-NV-IMP-AUS  TO WSV-TOT-NOV-AUS.
           ADD WSV-NV-IMP-50   TO WSV-TOT-NOV-50.
           ADD WSV-NV-IMP-100  TO WSV-TOT-NOV-100.
           ADD WSV-NV-IMP-ADIC TO WSV-TOT-NOV-ADIC.
           PERFORM 26D-ACUMULAR-DED-CONCEPTO
               VARYING WSV-NRO-DED FROM 1 BY 1
               UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES.
           ADD WSV-CONTRIBUCIONES-AUX TO WSV-TOT-CONTRIB.
           PERFORM 26M-ACUMULAR-CON-CONCEPTO
               VARYING WSV-NRO-CON FROM 1 BY 1
               UNTIL WSV-NRO-CON > WSC-CANT-CONTRIBUCIONES.
           ADD WSV-PRESTAMOS-AUX TO WSV-TOT-PRESTAMOS.
           ADD WSV-PTM-ADEL-AUX  TO WSV-TOT-PTM-ADELANTOS.
           ADD WSV-PTM-PERS-AUX  TO WSV-TOT-PTM-PERSONALES.
           ADD WSV-PTM-CANT-AUX  TO WSV-TOT-PTM-CUOTAS.
           PERFORM 26B-ACUMULAR-DEPTO.
           PERFORM 26E-ACUMULAR-EMPRESA.
       26-ACUMULAR-TOTALES-END.
               MOVE 0 TO WSV-TD-BONO(WSV-IDX-TD)
               MOVE 0 TO WSV-TD-NETO(WSV-IDX-TD)
               MOVE 0 TO WSV-TD-BRUTO(WSV-IDX-TD)
               MOVE 0 TO WSV-TN-AUS(WSV-IDX-TD)
               MOVE 0 TO WSV-TN-EXTRAS(WSV-IDX-TD)
               MOVE 0 TO WSV-TC-MES(WSV-IDX-TD)
               MOVE 0 TO WSV-TC-ANUAL(WSV-IDX-TD)
               MOVE 0 TO WSV-TP-MES(WSV-IDX-TD)
               SET WSS-DEPTO-HALLADO TO TRUE
           END-IF.
           IF WSS-DEPTO-HALLADO
               ADD WSV-BONO-AUX TO WSV-TD-BONO(WSV-IDX-TD)
               ADD WSV-NETO-AUX TO WSV-TD-NETO(WSV-IDX-TD)
               ADD WSV-SUELDO-AUX TO WSV-TD-BRUTO(WSV-IDX-TD)
               ADD WSV-NV-IMP-AUS TO WSV-TN-AUS(WSV-IDX-TD)
               COMPUTE WSV-TN-EXTRAS(WSV-IDX-TD) =
                   WSV-TN-EXTRAS(WSV-IDX-TD) + WSV-NV-IMP-50
                   + WSV-NV-IMP-100 + WSV-NV-IMP-ADIC
               ADD WSV-CONTRIBUCIONES-AUX TO WSV-TC-MES(WSV-IDX-TD)
               ADD WSV-CONTRIB-ANUAL-AUX TO WSV-TC-ANUAL(WSV-IDX-TD)
               ADD WSV-PRESTAMOS-AUX TO WSV-TP-MES(WSV-IDX-TD)
           ELSE
               DISPLAY "TABLA DE SUBTOTALES POR DEPARTAMENTO "
                       "LLENA, NO SE ACUMULA " WSV-DEPTO-AUX
       26D-ACUMULAR-DED-CONCEPTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Acumula el importe de un concepto de contribucion patronal
      * del legajo en el total de la corrida de ese concepto, para
      * las partidas haber de contribuciones del archivo de
      * asientos.
      *----------------------------------------------------------------
       26M-ACUMULAR-CON-CONCEPTO.
           ADD WSV-DC-IMPORTE(WSV-NRO-CON)
               TO WSV-TOT-CON-CONC(WSV-NRO-CON).
       26M-ACUMULAR-CON-CONCEPTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Acumula los montos del postulante en los totales de su
      * empresa, de los que salen el bloque por empresa del reporte
           MOVE WSV-DEDUCCIONES-AUX  TO FD-SAL-DEDUCCIONES.
           MOVE WSV-NETO-AUX         TO FD-SAL-NETO.
           MOVE WSV-EMPRESA-AUX      TO FD-SAL-EMPRESA.
           MOVE WSV-NOVEDADES-AUX    TO FD-SAL-NOVEDADES.
           WRITE FD-SALIDA-REC.
       28-ESCRIBIR-SALIDA-CONTA-END.
       EXIT.
           MOVE WSV-DEDUCCIONES-AUX  TO FD-HIS-DEDUCCIONES.
           MOVE WSV-NETO-AUX         TO FD-HIS-NETO.
           MOVE WSV-EMPRESA-AUX      TO FD-HIS-EMPRESA.
           MOVE WSV-NOVEDADES-AUX    TO FD-HIS-NOVEDADES.
           MOVE SPACE                TO FD-HIS-TIPO.
           WRITE FD-HISTORIA-REC.
       28C-ESCRIBIR-HISTORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Graba el renglon del legajo en el archivo de trabajo de la
      * declaracion de cargas sociales: bruto del mes, retenciones
      * al empleado y contribuciones patronales con su desglose.
      *----------------------------------------------------------------
       28H-ESCRIBIR-DECLARACION.
           SET WSS-DJ-MENSUAL TO TRUE.
           MOVE WSV-SUELDO-AUX         TO WSV-DJ-REMUNERACION.
      * Las cuotas de prestamos no son retenciones legales.
           COMPUTE WSV-DJ-RETENCIONES =
               WSV-DEDUCCIONES-AUX - WSV-PRESTAMOS-AUX.
           MOVE WSV-CONTRIBUCIONES-AUX TO WSV-DJ-CONTRIBUCIONES.
           PERFORM 28I-CONCEPTO-DECLARACION
               VARYING WSV-NRO-CON FROM 1 BY 1
               UNTIL WSV-NRO-CON > 5.
           PERFORM 28J-GRABAR-DECLARACION.
       28H-ESCRIBIR-DECLARACION-END.
       EXIT.

       28I-CONCEPTO-DECLARACION.
           MOVE WSV-DC-CODIGO(WSV-NRO-CON)
               TO WSV-DJ-CON-CODIGO(WSV-NRO-CON).
           MOVE WSV-DC-IMPORTE(WSV-NRO-CON)
               TO WSV-DJ-CON-IMPORTE(WSV-NRO-CON).
       28I-CONCEPTO-DECLARACION-END.
       EXIT.

      *----------------------------------------------------------------
      * Completa la identificacion del legajo y graba el renglon ya
      * armado (mensual o diferencia retroactiva) con el codigo de
      * empresa para la separacion del cierre.
      *----------------------------------------------------------------
       28J-GRABAR-DECLARACION.
           MOVE WSV-LEGAJO-AUX  TO WSV-DJ-LEGAJO.
           MOVE WSV-NOMBRE-AUX  TO WSV-DJ-NOMBRE.
           MOVE WSV-EMPRESA-AUX TO WSV-DJ-EMPRESA.
           WRITE FD-DECLARA-REC FROM WSV-REG-DJ-DETALLE.
       28J-GRABAR-DECLARACION-END.
       EXIT.

      *----------------------------------------------------------------
      * Emite el recibo de sueldo individual del postulante en el
      * archivo de recibos, con cada concepto de deduccion
      * desglosado (codigo, porcentaje e importe) tal como quedo en
      * WSV-DETALLE-DEDUCCIONES, un renglon por cada cuota de
      * prestamo descontada, mas bruto, total de deducciones,
      * neto y bono, y la empresa originante en el encabezado. Si el
      * legajo tuvo novedades, antes del bruto van el sueldo basico
      * y un renglon por cada novedad aplicada.
      *----------------------------------------------------------------
       28D-ESCRIBIR-RECIBO.
           PERFORM 28F-NOMBRE-EMPRESA.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-PERSONA.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-PUESTO.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-RAYA.
           IF WSV-NOVEDADES-AUX NOT = ZEROS
               PERFORM 28G-ESCRIBIR-NOVEDADES-RECIBO
           END-IF.
           MOVE 'SUELDO BRUTO MENSUAL' TO WSV-RI-TEXTO.
           MOVE WSV-SUELDO-AUX       TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           PERFORM 28E-ESCRIBIR-CONCEPTO-RECIBO
               VARYING WSV-NRO-DED FROM 1 BY 1
               UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES.
           IF WSV-PRESTAMOS-AUX > 0
               MOVE WSV-IDX-PTM-INI TO WSV-IDX-PTM
               SET WSS-PRESTAMO-HALLADO TO TRUE
               PERFORM 28K-ESCRIBIR-PRESTAMO-RECIBO
                   UNTIL WSS-PRESTAMO-CORTADO
           END-IF.
           MOVE 'TOTAL DEDUCCIONES'  TO WSV-RI-TEXTO.
           MOVE WSV-DEDUCCIONES-AUX  TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
       28E-ESCRIBIR-CONCEPTO-RECIBO-END.
       EXIT.

      *----------------------------------------------------------------
      * Renglon de cuota de prestamo del recibo, para cada prestamo
      * del legajo con descuento en la corrida. La cuota parcial por
      * tope se marca como tal y todavia no cuenta como pagada.
      *----------------------------------------------------------------
       28K-ESCRIBIR-PRESTAMO-RECIBO.
           IF WSV-PTM-DESCONTADO(WSV-IDX-PTM) > 0
               IF WSS-PTM-ADELANTO(WSV-IDX-PTM)
                   MOVE 'ADELANTO ' TO WSV-RP-TIPO
               ELSE
                   MOVE 'PRESTAMO ' TO WSV-RP-TIPO
               END-IF
               MOVE WSV-PTM-NUMERO(WSV-IDX-PTM) TO WSV-RP-NUMERO
               COMPUTE WSV-PTM-NRO-CUOTA =
                   WSV-PTM-CUOTAS-TOT(WSV-IDX-PTM)
                   - WSV-PTM-CUOTAS-REST(WSV-IDX-PTM)
               IF WSS-PTM-PARCIAL(WSV-IDX-PTM)
                   ADD 1 TO WSV-PTM-NRO-CUOTA
                   MOVE ' (PARCIAL)' TO WSV-RP-MARCA
               ELSE
                   MOVE SPACES TO WSV-RP-MARCA
               END-IF
               MOVE WSV-PTM-NRO-CUOTA TO WSV-RP-CUOTA
               MOVE WSV-PTM-CUOTAS-TOT(WSV-IDX-PTM)
                   TO WSV-RP-CUOTAS-TOT
               MOVE WSV-PTM-DESCONTADO(WSV-IDX-PTM) TO WSV-RP-IMPORTE
               WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-PRESTAMO
           END-IF.
           PERFORM 30N-SIGUIENTE-PRESTAMO.
       28K-ESCRIBIR-PRESTAMO-RECIBO-END.
       EXIT.

      *----------------------------------------------------------------
      * Deja en WSV-EMPRESA-NOMBRE-AUX la razon social de la
      * empresa de WSV-EMPRESA-AUX, o la empresa por defecto de la
       28F-NOMBRE-EMPRESA-END.
       EXIT.

      *----------------------------------------------------------------
      * Renglones de novedades del recibo: sueldo basico de la
      * categoria, descuento por ausencias (marcado con (-)), horas
      * extra y adicional fijo.
      *----------------------------------------------------------------
       28G-ESCRIBIR-NOVEDADES-RECIBO.
           MOVE 'SUELDO BASICO'      TO WSV-RI-TEXTO.
           MOVE WSV-SUELDO-BASE-AUX  TO WSV-RI-IMPORTE.
           WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE.
           IF WSV-NV-DIAS-AUS > 0
               MOVE WSV-NV-DIAS-AUS TO WSV-RN-CANTIDAD
               MOVE SPACES TO WSV-RI-TEXTO
               STRING 'AUSENCIAS ' DELIMITED BY SIZE
                      WSV-RN-CANTIDAD DELIMITED BY SIZE
                      ' DIAS (-)' DELIMITED BY SIZE
                      INTO WSV-RI-TEXTO
               MOVE WSV-NV-IMP-AUS TO WSV-RI-IMPORTE
               WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE
           END-IF.
           IF WSV-NV-HORAS-50 > 0
               MOVE WSV-NV-HORAS-50 TO WSV-RN-CANTIDAD
               MOVE SPACES TO WSV-RI-TEXTO
               STRING 'HORAS EXTRA 50% ' DELIMITED BY SIZE
                      WSV-RN-CANTIDAD DELIMITED BY SIZE
                      ' HS' DELIMITED BY SIZE
                      INTO WSV-RI-TEXTO
               MOVE WSV-NV-IMP-50 TO WSV-RI-IMPORTE
               WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE
           END-IF.
           IF WSV-NV-HORAS-100 > 0
               MOVE WSV-NV-HORAS-100 TO WSV-RN-CANTIDAD
               MOVE SPACES TO WSV-RI-TEXTO
               STRING 'HORAS EXTRA 100% ' DELIMITED BY SIZE
                      WSV-RN-CANTIDAD DELIMITED BY SIZE
                      ' HS' DELIMITED BY SIZE
                      INTO WSV-RI-TEXTO
               MOVE WSV-NV-IMP-100 TO WSV-RI-IMPORTE
               WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE
           END-IF.
           IF WSV-NV-IMP-ADIC > 0
               MOVE 'ADICIONAL FIJO'  TO WSV-RI-TEXTO
               MOVE WSV-NV-IMP-ADIC   TO WSV-RI-IMPORTE
               WRITE FD-RECIBO-REC FROM WSV-LINEA-REC-IMPORTE
           END-IF.
       28G-ESCRIBIR-NOVEDADES-RECIBO-END.
       EXIT.

      *----------------------------------------------------------------
      * Actualiza el checkpoint de la corrida luego de consumir un
      * registro de entrada, sea valido o rechazado (estado pendiente,
               DISPLAY "SU SUELDO ANUAL ES DE $ " WSV-SUELDO-ANUAL-AUX
               DISPLAY "SU BONO ES DE $ " WSV-BONO-AUX.

      * Anual y bono se calculan sobre el basico de la categoria; las
      * novedades del periodo ajustan solo el bruto del mes, antes
      * de las deducciones. La simulacion compara tarifas y no las
      * aplica.
           MOVE WSV-SUELDO-AUX TO WSV-SUELDO-BASE-AUX.
           INITIALIZE WSV-NOVEDADES-AUX.
           IF WSV-CANT-NOVEDADES > 0
            AND NOT WSS-MODO-SIMULACION
               PERFORM 30D-APLICAR-NOVEDADES
           END-IF.

       30-CALCULAR-SUELDO-END.
       EXIT.

       30C-APLICAR-UNA-DEDUCCION-END.
       EXIT.

      *----------------------------------------------------------------
      * Calcula las contribuciones patronales del legajo sobre el
      * sueldo bruto mensual, con el mismo criterio de centesimas
      * que las deducciones. No afectan el neto: son costo del
      * empleador. Ademas proyecta la contribucion sobre el anual y
      * el bono para el control presupuestario.
      *----------------------------------------------------------------
       30G-CALCULAR-CONTRIBUCIONES.
           MOVE 0 TO WSV-CONTRIBUCIONES-AUX.
           MOVE 0 TO WSV-NRO-CON.
           INITIALIZE WSV-DETALLE-CONTRIBUCIONES.
           SET WSC-IDX-CON TO 1.
           PERFORM 30H-APLICAR-UNA-CONTRIBUCION
               UNTIL WSC-IDX-CON > WSC-CANT-CONTRIBUCIONES.
           COMPUTE WSV-CONTRIB-ANUAL-AUX =
               (WSV-SUELDO-ANUAL-AUX + WSV-BONO-AUX)
               * WSV-SUMA-PORC-CON / 10000.
           DISPLAY "CONTRIBUCIONES PATRONALES $ "
                   WSV-CONTRIBUCIONES-AUX.
       30G-CALCULAR-CONTRIBUCIONES-END.
       EXIT.

       30H-APLICAR-UNA-CONTRIBUCION.
           COMPUTE WSV-IMPORTE-CONTRIB =
               WSV-SUELDO-AUX * WSC-CON-PORC(WSC-IDX-CON) / 10000.
           ADD WSV-IMPORTE-CONTRIB TO WSV-CONTRIBUCIONES-AUX.
           ADD 1 TO WSV-NRO-CON.
           MOVE WSC-CON-CODIGO(WSC-IDX-CON)
               TO WSV-DC-CODIGO(WSV-NRO-CON).
           MOVE WSC-CON-PORC(WSC-IDX-CON)
               TO WSV-DC-PORC(WSV-NRO-CON).
           MOVE WSV-IMPORTE-CONTRIB
               TO WSV-DC-IMPORTE(WSV-NRO-CON).
           SET WSC-IDX-CON UP BY 1.
       30H-APLICAR-UNA-CONTRIBUCION-END.
       EXIT.

      *----------------------------------------------------------------
      * Descuenta del neto las cuotas de los prestamos vigentes del
      * legajo que todavia no se descontaron en el periodo, sin
      * pasar del tope sobre el neto que dejan las deducciones
      * legales. Las cuotas se suman a las deducciones del legajo
      * (salen asi en el reporte, SUELDOC y SUELHIS) y cada una
      * queda en los movimientos de la corrida.
      *----------------------------------------------------------------
       30I-DESCONTAR-PRESTAMOS.
           MOVE 0 TO WSV-PRESTAMOS-AUX.
           MOVE 0 TO WSV-PTM-ADEL-AUX.
           MOVE 0 TO WSV-PTM-PERS-AUX.
           MOVE 0 TO WSV-PTM-CANT-AUX.
           MOVE 0 TO WSV-IDX-PTM-INI.
           IF WSS-PRESTAMOS-CARGADOS
            AND WSV-CANT-PRESTAMOS > 0
               PERFORM 30L-BUSCAR-PRESTAMOS-LEGAJO
           END-IF.
           IF WSV-IDX-PTM-INI > 0
               COMPUTE WSV-PTM-MARGEN =
                   WSV-NETO-AUX * WSV-TOPE-PTM / 100
               MOVE WSV-IDX-PTM-INI TO WSV-IDX-PTM
               PERFORM 30J-DESCONTAR-UN-PRESTAMO
                   UNTIL WSS-PRESTAMO-CORTADO
               ADD WSV-PRESTAMOS-AUX TO WSV-DEDUCCIONES-AUX
               SUBTRACT WSV-PRESTAMOS-AUX FROM WSV-NETO-AUX
               IF WSV-PRESTAMOS-AUX > 0
                   DISPLAY "CUOTAS DE PRESTAMOS $ " WSV-PRESTAMOS-AUX
                   DISPLAY "SU SUELDO NETO ES DE $ " WSV-NETO-AUX
               END-IF
           END-IF.
       30I-DESCONTAR-PRESTAMOS-END.
       EXIT.

      *----------------------------------------------------------------
      * Cuota de un prestamo del legajo. La ultima cuota del plan
      * cancela el saldo completo; si la cuota no entra en el margen
      * del tope se descuenta lo que entra (cuota parcial) y si no
      * queda margen no se descuenta nada.
      *----------------------------------------------------------------
       30J-DESCONTAR-UN-PRESTAMO.
           IF WSS-PTM-VIGENTE(WSV-IDX-PTM)
            AND NOT WSS-PTM-INVALIDO(WSV-IDX-PTM)
            AND WSV-PTM-ULT-PERIODO(WSV-IDX-PTM) NOT = WSV-PERIODO-PTM
            AND WSV-PTM-SALDO(WSV-IDX-PTM) > 0
               IF WSV-PTM-CUOTAS-REST(WSV-IDX-PTM) > 1
                AND WSV-PTM-CUOTA(WSV-IDX-PTM) <
                    WSV-PTM-SALDO(WSV-IDX-PTM)
                   MOVE WSV-PTM-CUOTA(WSV-IDX-PTM)
                       TO WSV-PTM-CUOTA-AUX
               ELSE
                   MOVE WSV-PTM-SALDO(WSV-IDX-PTM)
                       TO WSV-PTM-CUOTA-AUX
               END-IF
               EVALUATE TRUE
                   WHEN WSV-PTM-MARGEN = 0
                       MOVE 0 TO WSV-PTM-CUOTA-AUX
                       MOVE 'S' TO WSV-PTM-MARCA-AUX
                       DISPLAY "SIN MARGEN PARA LA CUOTA DEL "
                               "PRESTAMO " WSV-PTM-NUMERO(WSV-IDX-PTM)
                   WHEN WSV-PTM-CUOTA-AUX > WSV-PTM-MARGEN
                       MOVE WSV-PTM-MARGEN TO WSV-PTM-CUOTA-AUX
                       MOVE 'T' TO WSV-PTM-MARCA-AUX
                       DISPLAY "CUOTA PARCIAL POR TOPE DEL PRESTAMO "
                               WSV-PTM-NUMERO(WSV-IDX-PTM)
                   WHEN OTHER
                       MOVE 'D' TO WSV-PTM-MARCA-AUX
               END-EVALUATE
               SUBTRACT WSV-PTM-CUOTA-AUX FROM WSV-PTM-MARGEN
               ADD WSV-PTM-CUOTA-AUX TO WSV-PRESTAMOS-AUX
               IF WSV-PTM-CUOTA-AUX > 0
                   ADD 1 TO WSV-PTM-CANT-AUX
                   IF WSS-PTM-ADELANTO(WSV-IDX-PTM)
                       ADD WSV-PTM-CUOTA-AUX TO WSV-PTM-ADEL-AUX
                   ELSE
                       ADD WSV-PTM-CUOTA-AUX TO WSV-PTM-PERS-AUX
                   END-IF
               END-IF
               PERFORM 30K-APLICAR-CUOTA
               COMPUTE FD-PMV-CONTADOR = WSV-CANT-ACUM-CHECKPOINT + 1
               MOVE WSV-PTM-LEGAJO(WSV-IDX-PTM) TO FD-PMV-LEGAJO
               MOVE WSV-PTM-NUMERO(WSV-IDX-PTM) TO FD-PMV-NUMERO
               MOVE WSV-PTM-CUOTA-AUX           TO FD-PMV-IMPORTE
               MOVE WSV-PTM-MARCA-AUX           TO FD-PMV-MARCA
               WRITE FD-PTM-MOV-REC
           END-IF.
           PERFORM 30N-SIGUIENTE-PRESTAMO.
       30J-DESCONTAR-UN-PRESTAMO-END.
       EXIT.

      *----------------------------------------------------------------
      * Aplica a la entrada WSV-IDX-PTM la cuota WSV-PTM-CUOTA-AUX
      * con la marca WSV-PTM-MARCA-AUX: baja el saldo, estampa el
      * periodo y, si la cuota fue completa, descuenta una cuota del
      * plan. La cuota parcial no cuenta como pagada: lo que falta
      * se cobra al final, con la ultima cuota. Con saldo cero el
      * prestamo queda cancelado.
      *----------------------------------------------------------------
       30K-APLICAR-CUOTA.
           MOVE WSV-PTM-MARCA-AUX TO WSV-PTM-MARCA(WSV-IDX-PTM).
           IF WSV-PTM-CUOTA-AUX > 0
               SUBTRACT WSV-PTM-CUOTA-AUX
                   FROM WSV-PTM-SALDO(WSV-IDX-PTM)
               ADD WSV-PTM-CUOTA-AUX
                   TO WSV-PTM-DESCONTADO(WSV-IDX-PTM)
               MOVE WSV-PERIODO-PTM
                   TO WSV-PTM-ULT-PERIODO(WSV-IDX-PTM)
               IF WSS-PTM-COMPLETA(WSV-IDX-PTM)
                AND WSV-PTM-CUOTAS-REST(WSV-IDX-PTM) > 0
                   SUBTRACT 1 FROM WSV-PTM-CUOTAS-REST(WSV-IDX-PTM)
               END-IF
               IF WSV-PTM-SALDO(WSV-IDX-PTM) = 0
                   SET WSS-PTM-CANCELADO(WSV-IDX-PTM) TO TRUE
                   MOVE 0 TO WSV-PTM-CUOTAS-REST(WSV-IDX-PTM)
                   DISPLAY "PRESTAMO " WSV-PTM-NUMERO(WSV-IDX-PTM)
                           " DEL LEGAJO " WSV-PTM-LEGAJO(WSV-IDX-PTM)
                           " CANCELADO"
               END-IF
           END-IF.
       30K-APLICAR-CUOTA-END.
       EXIT.

      *----------------------------------------------------------------
      * Ubica en WSV-IDX-PTM-INI el primer prestamo del legajo en
      * proceso (cero si no tiene), cortando la busqueda en el
      * primer legajo mayor.
      *----------------------------------------------------------------
       30L-BUSCAR-PRESTAMOS-LEGAJO.
           SET WSS-PRESTAMO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-PTM.
           PERFORM 30M-COMPARAR-PRESTAMO
               UNTIL WSV-IDX-PTM > WSV-CANT-PRESTAMOS
                  OR NOT WSS-PRESTAMO-NO-HALLADO.
           IF WSS-PRESTAMO-HALLADO
               MOVE WSV-IDX-PTM TO WSV-IDX-PTM-INI
           END-IF.
       30L-BUSCAR-PRESTAMOS-LEGAJO-END.
       EXIT.

       30M-COMPARAR-PRESTAMO.
           EVALUATE TRUE
               WHEN WSV-PTM-LEGAJO(WSV-IDX-PTM) = WSV-LEGAJO-AUX
                   SET WSS-PRESTAMO-HALLADO TO TRUE
               WHEN WSV-PTM-LEGAJO(WSV-IDX-PTM) > WSV-LEGAJO-AUX
                   SET WSS-PRESTAMO-CORTADO TO TRUE
               WHEN OTHER
                   ADD 1 TO WSV-IDX-PTM
           END-EVALUATE.
       30M-COMPARAR-PRESTAMO-END.
       EXIT.

      *----------------------------------------------------------------
      * Avanza al proximo prestamo del mismo legajo; al pasar al
      * legajo siguiente o al final de la tabla deja el recorrido
      * cortado.
      *----------------------------------------------------------------
       30N-SIGUIENTE-PRESTAMO.
           ADD 1 TO WSV-IDX-PTM.
           IF WSV-IDX-PTM > WSV-CANT-PRESTAMOS
               SET WSS-PRESTAMO-CORTADO TO TRUE
           ELSE
               IF WSV-PTM-LEGAJO(WSV-IDX-PTM) NOT = WSV-LEGAJO-AUX
                   SET WSS-PRESTAMO-CORTADO TO TRUE
               END-IF
           END-IF.
       30N-SIGUIENTE-PRESTAMO-END.
       EXIT.

      *----------------------------------------------------------------
      * Junta las novedades pendientes del legajo en proceso y
      * recalcula el bruto del mes con ellas.
      *----------------------------------------------------------------
       30D-APLICAR-NOVEDADES.
           PERFORM 30E-SUMAR-UNA-NOVEDAD
               VARYING WSV-IDX-NOV FROM 1 BY 1
               UNTIL WSV-IDX-NOV > WSV-CANT-NOVEDADES.
           IF WSV-NOVEDADES-AUX NOT = ZEROS
               PERFORM 30F-CALCULAR-IMPORTES-NOV
               DISPLAY "NOVEDADES APLICADAS, BRUTO DEL MES $ "
                       WSV-SUELDO-AUX
           END-IF.
       30D-APLICAR-NOVEDADES-END.
       EXIT.

      *----------------------------------------------------------------
      * Suma una novedad pendiente del legajo a sus cantidades del
      * mes. La que haria pasar el tope mensual de su concepto se
      * rechaza y va al listado de novedades no aplicadas.
      *----------------------------------------------------------------
       30E-SUMAR-UNA-NOVEDAD.
           IF WSS-NOV-PENDIENTE(WSV-IDX-NOV)
            AND WSV-NOV-LEGAJO-NUM(WSV-IDX-NOV) = WSV-LEGAJO-AUX
               MOVE SPACES TO WSV-MOTIVO-NOVEDAD
               EVALUATE WSV-NOV-CONCEPTO(WSV-IDX-NOV)
                   WHEN 'AUS'
                       COMPUTE WSV-NOV-ACUM-AUX = WSV-NV-DIAS-AUS
                           + WSV-NOV-CANTIDAD(WSV-IDX-NOV)
                       IF WSV-NOV-ACUM-AUX > WSC-DIAS-MES
                           MOVE "EXCEDE EL TOPE MENSUAL DE AUSENCIAS"
                               TO WSV-MOTIVO-NOVEDAD
                       ELSE
                           MOVE WSV-NOV-ACUM-AUX TO WSV-NV-DIAS-AUS
                       END-IF
                   WHEN 'H50'
                       COMPUTE WSV-NOV-ACUM-AUX = WSV-NV-HORAS-50
                           + WSV-NOV-CANTIDAD(WSV-IDX-NOV)
                       IF WSV-NOV-ACUM-AUX > WSC-HORAS-MES
                           MOVE "EXCEDE EL TOPE MENSUAL DE HORAS"
                               TO WSV-MOTIVO-NOVEDAD
                       ELSE
                           MOVE WSV-NOV-ACUM-AUX TO WSV-NV-HORAS-50
                       END-IF
                   WHEN 'H100'
                       COMPUTE WSV-NOV-ACUM-AUX = WSV-NV-HORAS-100
                           + WSV-NOV-CANTIDAD(WSV-IDX-NOV)
                       IF WSV-NOV-ACUM-AUX > WSC-HORAS-MES
                           MOVE "EXCEDE EL TOPE MENSUAL DE HORAS"
                               TO WSV-MOTIVO-NOVEDAD
                       ELSE
                           MOVE WSV-NOV-ACUM-AUX TO WSV-NV-HORAS-100
                       END-IF
                   WHEN OTHER
                       COMPUTE WSV-NOV-ACUM-AUX = WSV-NV-IMP-ADIC
                           + WSV-NOV-IMPORTE(WSV-IDX-NOV)
                       IF WSV-NOV-ACUM-AUX > 999999
                           MOVE "EXCEDE EL TOPE DEL ADICIONAL FIJO"
                               TO WSV-MOTIVO-NOVEDAD
                       ELSE
                           MOVE WSV-NOV-ACUM-AUX TO WSV-NV-IMP-ADIC
                       END-IF
               END-EVALUATE
               IF WSV-MOTIVO-NOVEDAD = SPACES
                   SET WSS-NOV-APLICADA(WSV-IDX-NOV) TO TRUE
                   ADD 1 TO WSV-CANT-NOV-APLICADAS
               ELSE
                   PERFORM 32C-LISTAR-NOVEDAD
               END-IF
           END-IF.
       30E-SUMAR-UNA-NOVEDAD-END.
       EXIT.

      *----------------------------------------------------------------
      * Calcula los importes de las novedades sobre el sueldo basico
      * WSV-SUELDO-BASE-AUX y deja en WSV-SUELDO-AUX el bruto del
      * mes: basico menos ausencias mas horas extra y adicional. El
      * adicional fijo ya viene en importe. Un bruto que no entra en
      * el campo de sueldo se recorta del adicional y se avisa.
      *----------------------------------------------------------------
       30F-CALCULAR-IMPORTES-NOV.
           IF WSV-NV-DIAS-AUS >= WSC-DIAS-MES
               MOVE WSV-SUELDO-BASE-AUX TO WSV-NV-IMP-AUS
           ELSE
               COMPUTE WSV-NV-IMP-AUS ROUNDED =
                   WSV-SUELDO-BASE-AUX * WSV-NV-DIAS-AUS
                   / WSC-DIAS-MES
           END-IF.
           COMPUTE WSV-NV-IMP-50 ROUNDED =
               WSV-SUELDO-BASE-AUX * WSV-NV-HORAS-50 * 150
               / (WSC-HORAS-MES * 100).
           COMPUTE WSV-NV-IMP-100 ROUNDED =
               WSV-SUELDO-BASE-AUX * WSV-NV-HORAS-100 * 200
               / (WSC-HORAS-MES * 100).
           COMPUTE WSV-BRUTO-NOV-AUX =
               WSV-SUELDO-BASE-AUX - WSV-NV-IMP-AUS
               + WSV-NV-IMP-50 + WSV-NV-IMP-100 + WSV-NV-IMP-ADIC.
           IF WSV-BRUTO-NOV-AUX > 999999
               COMPUTE WSV-NOV-ACUM-AUX = WSV-BRUTO-NOV-AUX - 999999
               DISPLAY "BRUTO CON NOVEDADES DEL LEGAJO "
                       WSV-LEGAJO-AUX " EXCEDE EL MAXIMO, SE "
                       "RECORTA EL ADICIONAL EN " WSV-NOV-ACUM-AUX
               IF WSV-NOV-ACUM-AUX > WSV-NV-IMP-ADIC
                   MOVE 0 TO WSV-NV-IMP-ADIC
               ELSE
                   SUBTRACT WSV-NOV-ACUM-AUX FROM WSV-NV-IMP-ADIC
               END-IF
               COMPUTE WSV-BRUTO-NOV-AUX =
                   WSV-SUELDO-BASE-AUX - WSV-NV-IMP-AUS
                   + WSV-NV-IMP-50 + WSV-NV-IMP-100
                   + WSV-NV-IMP-ADIC
           END-IF.
           MOVE WSV-BRUTO-NOV-AUX TO WSV-SUELDO-AUX.
       30F-CALCULAR-IMPORTES-NOV-END.
       EXIT.

      *----------------------------------------------------------------
      * Recalcula sueldo, anual y bono del postulante con la tabla
      * de sueldos propuesta, pasando de nuevo por 25-EVALUAR y
                   CONTINUE
               NOT AT END
                   IF FD-HIS-FECHA > WSV-FECHA-HIS-MAX
                    AND NOT WSS-HIS-LIQ-FINAL
                    AND NOT WSS-HIS-PAGO-SAC
                       MOVE FD-HIS-FECHA TO WSV-FECHA-HIS-MAX
                   END-IF
           END-READ.
                   CONTINUE
               NOT AT END
                   IF FD-HIS-FECHA = WSV-FECHA-HIS-MAX
                    AND NOT WSS-HIS-LIQ-FINAL
                    AND NOT WSS-HIS-PAGO-SAC
                       MOVE FD-HIS-LEGAJO TO WSV-LEGAJO-AUX
                       MOVE SPACES        TO WSV-OFICINA-ALTA
                       PERFORM 23D-REGISTRAR-LEGAJO
                   CONTINUE
               NOT AT END
                   IF FD-HIS-FECHA = WSV-FECHA-HIS-MAX
                    AND NOT WSS-HIS-LIQ-FINAL
                    AND NOT WSS-HIS-PAGO-SAC
                       PERFORM 37C-CARGAR-RETRO-ENTRADA
                   END-IF
           END-READ.
                   TO WSV-RET-NETO(WSV-IDX-RET-BUSQ)
               MOVE FD-HIS-EMPRESA
                   TO WSV-RET-EMPRESA(WSV-IDX-RET-BUSQ)
      * La historia anterior a las novedades no trae el bloque: se
      * toma como un mes sin novedades.
               IF FD-HIS-NOVEDADES IS NUMERIC
                   MOVE FD-HIS-NOVEDADES
                       TO WSV-RET-NOVEDADES(WSV-IDX-RET-BUSQ)
                   COMPUTE WSV-RET-BASE(WSV-IDX-RET-BUSQ) =
                       FD-HIS-SUELDO + FD-HIS-IMP-AUS
                       - FD-HIS-IMP-50 - FD-HIS-IMP-100
                       - FD-HIS-IMP-ADIC
               ELSE
                   MOVE ZEROS TO WSV-RET-NOVEDADES(WSV-IDX-RET-BUSQ)
                   MOVE FD-HIS-SUELDO
                       TO WSV-RET-BASE(WSV-IDX-RET-BUSQ)
               END-IF
           END-IF.
       37C-CARGAR-RETRO-ENTRADA-END.
       EXIT.
      * reporte pero no se transfieren.
      *----------------------------------------------------------------
      * Con varios feeds de oficinas se recorren todos en orden,
      * igual que la corrida original que pago el lote. Con el
      * maestro de legajos cargado el CBU vigente sale del maestro
      * y los feeds no se leen.
       38-CARGAR-CBUS.
           EVALUATE TRUE
               WHEN WSV-CANT-MAESTRO > 0
                   PERFORM 38D-CARGAR-CBU-MAESTRO
                       VARYING WSV-IDX-MAE FROM 1 BY 1
                       UNTIL WSV-IDX-MAE > WSV-CANT-MAESTRO
               WHEN WSC-CANT-OFICINAS = 0
                   MOVE 1 TO WSV-IDX-OFI
                   PERFORM 38C-CARGAR-CBU-FEED
               WHEN OTHER
                   PERFORM 38C-CARGAR-CBU-FEED
                       VARYING WSV-IDX-OFI FROM 1 BY 1
                       UNTIL WSV-IDX-OFI > WSC-CANT-OFICINAS
           END-EVALUATE.
       38-CARGAR-CBUS-END.
       EXIT.

      * Solo los legajos activos: a una baja no se le transfiere
      * ninguna diferencia (ver 41-PAGAR-DIFERENCIA).
       38D-CARGAR-CBU-MAESTRO.
           IF NOT WSS-MAE-BAJA(WSV-IDX-MAE)
            AND WSV-MAE-CBU(WSV-IDX-MAE) IS NUMERIC
            AND WSV-CANT-CBU < 20000
               ADD 1 TO WSV-CANT-CBU
               MOVE WSV-MAE-LEGAJO(WSV-IDX-MAE)
                   TO WSV-CBU-LEGAJO(WSV-CANT-CBU)
               MOVE WSV-MAE-CBU(WSV-IDX-MAE)
                   TO WSV-CBU-NRO(WSV-CANT-CBU)
           END-IF.
       38D-CARGAR-CBU-MAESTRO-END.
       EXIT.

       38C-CARGAR-CBU-FEED.
           IF WSC-CANT-OFICINAS = 0
               MOVE 'POSTULAN' TO WSV-ARCHIVO-POSTULANTES
           PERFORM 40B-GUARDAR-DED-ANT
               VARYING WSV-NRO-DED FROM 1 BY 1
               UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES.
           PERFORM 30G-CALCULAR-CONTRIBUCIONES.
           MOVE WSV-CONTRIBUCIONES-AUX TO WSV-CON-ANT-CALC.
           PERFORM 40C-GUARDAR-CON-ANT
               VARYING WSV-NRO-CON FROM 1 BY 1
               UNTIL WSV-NRO-CON > 5.
      * Sueldo nuevo segun la categoria pagada y la tarifa nueva.
           EVALUATE WSV-RET-CATEGORIA(WSV-IDX-RET)
               WHEN WSC-JUNIOR
                           "PARA EL LEGAJO " WSV-LEGAJO-AUX ": "
                           WSV-RET-CATEGORIA(WSV-IDX-RET)
                           ", SE MANTIENE EL SUELDO PAGADO"
                   MOVE WSV-RET-BASE(WSV-IDX-RET)
                       TO WSV-SUELDO-AUX
           END-EVALUATE.
           MULTIPLY 12 BY WSV-SUELDO-AUX
               GIVING WSV-SUELDO-ANUAL-AUX.
      * El bono escala en la misma proporcion que el sueldo (la
      * historia no guarda la experiencia, pero el factor del bono
      * es bono pagado sobre sueldo basico pagado).
           IF WSV-RET-BASE(WSV-IDX-RET) > 0
               COMPUTE WSV-BONO-AUX ROUNDED =
                   WSV-RET-BONO(WSV-IDX-RET) * WSV-SUELDO-AUX
                   / WSV-RET-BASE(WSV-IDX-RET)
           ELSE
               MOVE WSV-RET-BONO(WSV-IDX-RET) TO WSV-BONO-AUX
           END-IF.
      * Las novedades del mes pagado se recalculan sobre el basico
      * nuevo: ausencias y horas extra se valorizan con la tarifa
      * nueva y el adicional fijo se mantiene.
           MOVE WSV-SUELDO-AUX TO WSV-SUELDO-BASE-AUX.
           MOVE WSV-RET-NOVEDADES(WSV-IDX-RET) TO WSV-NOVEDADES-AUX.
           IF WSV-NOVEDADES-AUX NOT = ZEROS
               PERFORM 30F-CALCULAR-IMPORTES-NOV
           END-IF.
           PERFORM 30B-CALCULAR-DEDUCCIONES.
           PERFORM 30G-CALCULAR-CONTRIBUCIONES.
           COMPUTE WSV-DELTA-BRUTO =
               WSV-SUELDO-AUX - WSV-RET-SUELDO(WSV-IDX-RET).
           COMPUTE WSV-DELTA-CONTRIB =
               WSV-CONTRIBUCIONES-AUX - WSV-CON-ANT-CALC.
           COMPUTE WSV-DELTA-DED =
               WSV-DEDUCCIONES-AUX - WSV-DED-ANT-CALC.
           COMPUTE WSV-DELTA-NETO =
      * fecha del recalculo, para que las proximas comparaciones y
      * recalculos partan de las cifras nuevas.
           PERFORM 28C-ESCRIBIR-HISTORIA.
      * A un legajo dado de baja en el maestro o con liquidacion
      * final no se le paga la diferencia: queda informada en el
      * reporte con estado BAJA.
           SET WSS-MAESTRO-NO-HALLADO TO TRUE.
           SET WSS-LIQ-FINAL-NO-HALLADA TO TRUE.
           IF WSV-DELTA-NETO > 0
            AND WSV-CANT-MAESTRO > 0
               PERFORM 22I-BUSCAR-MAESTRO
           END-IF.
           IF WSV-DELTA-NETO > 0
            AND WSV-CANT-LIQ-FINAL > 0
               PERFORM 22L-BUSCAR-LIQ-FINAL
           END-IF.
           EVALUATE TRUE
               WHEN WSS-MAESTRO-HALLADO
                AND WSS-MAE-BAJA(WSV-IDX-MAE)
                   ADD 1 TO WSV-RET-CANT-BAJAS
                   MOVE 'BAJA' TO WSV-RD-ESTADO
                   DISPLAY "LEGAJO " WSV-LEGAJO-AUX " DADO DE BAJA "
                           "EN EL MAESTRO, LA DIFERENCIA NO SE PAGA"
               WHEN WSS-LIQ-FINAL-HALLADA
                   ADD 1 TO WSV-RET-CANT-BAJAS
                   MOVE 'BAJA' TO WSV-RD-ESTADO
                   DISPLAY "LEGAJO " WSV-LEGAJO-AUX " CON "
                           "LIQUIDACION FINAL, LA DIFERENCIA NO SE "
                           "PAGA"
               WHEN WSV-DELTA-NETO > 0
                   PERFORM 41-PAGAR-DIFERENCIA
               WHEN WSV-DELTA-NETO < 0
       40B-GUARDAR-DED-ANT-END.
       EXIT.

       40C-GUARDAR-CON-ANT.
           MOVE WSV-DC-IMPORTE(WSV-NRO-CON)
               TO WSV-CON-ANT-IMPORTE(WSV-NRO-CON).
       40C-GUARDAR-CON-ANT-END.
       EXIT.

      *----------------------------------------------------------------
      * Paga la diferencia positiva del legajo en proceso: la
      * transfiere al CBU de la corrida original, graba el registro
      * contable delta y acumula las diferencias en los totales de
      * control, los subtotales por departamento y los totales por
      * concepto, de los que salen el trailer del archivo de pagos
      * y los asientos delta. Tambien asienta la diferencia de
      * contribuciones patronales y la informa en la declaracion de
      * cargas sociales como renglon 'R' del legajo. Sin CBU la
      * diferencia queda informada pero no se transfiere ni se
      * asienta.
      *----------------------------------------------------------------
       41-PAGAR-DIFERENCIA.
           PERFORM 42-BUSCAR-CBU.
               MOVE WSV-DELTA-DED        TO FD-SAL-DEDUCCIONES
               MOVE WSV-DELTA-NETO       TO FD-SAL-NETO
               MOVE WSV-EMPRESA-AUX      TO FD-SAL-EMPRESA
               MOVE ZEROS                TO FD-SAL-NOVEDADES
               WRITE FD-SALIDA-REC
               ADD 1 TO WSV-TOT-PROCESADOS
               ADD WSV-DELTA-BRUTO TO WSV-TOT-SUELDO-MES
               PERFORM 44-ACUMULAR-DELTA-CONCEPTO
                   VARYING WSV-NRO-DED FROM 1 BY 1
                   UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES
               ADD WSV-DELTA-CONTRIB TO WSV-TOT-CONTRIB
               SET WSS-DJ-RETRO TO TRUE
               MOVE WSV-DELTA-BRUTO   TO WSV-DJ-REMUNERACION
               MOVE WSV-DELTA-DED     TO WSV-DJ-RETENCIONES
               MOVE WSV-DELTA-CONTRIB TO WSV-DJ-CONTRIBUCIONES
               PERFORM 44B-ACUMULAR-DELTA-CONTRIB
                   VARYING WSV-NRO-CON FROM 1 BY 1
                   UNTIL WSV-NRO-CON > 5
               PERFORM 45-ACUMULAR-DEPTO-RETRO
               PERFORM 28J-GRABAR-DECLARACION
           END-IF.
       41-PAGAR-DIFERENCIA-END.
       EXIT.
       44-ACUMULAR-DELTA-CONCEPTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Diferencia de un concepto de contribucion patronal: se suma
      * al total del concepto para los asientos delta y pasa al
      * desglose del renglon retroactivo de la declaracion.
      *----------------------------------------------------------------
       44B-ACUMULAR-DELTA-CONTRIB.
           COMPUTE WSV-DELTA-CONC =
               WSV-DC-IMPORTE(WSV-NRO-CON)
               - WSV-CON-ANT-IMPORTE(WSV-NRO-CON).
           ADD WSV-DELTA-CONC TO WSV-TOT-CON-CONC(WSV-NRO-CON).
           MOVE WSV-DC-CODIGO(WSV-NRO-CON)
               TO WSV-DJ-CON-CODIGO(WSV-NRO-CON).
           MOVE WSV-DELTA-CONC TO WSV-DJ-CON-IMPORTE(WSV-NRO-CON).
       44B-ACUMULAR-DELTA-CONTRIB-END.
       EXIT.

      *----------------------------------------------------------------
      * Acumula las diferencias pagadas del legajo en el subtotal de
      * su departamento (alta incluida), para que los asientos delta
               MOVE 0 TO WSV-TD-BONO(WSV-IDX-TD)
               MOVE 0 TO WSV-TD-NETO(WSV-IDX-TD)
               MOVE 0 TO WSV-TD-BRUTO(WSV-IDX-TD)
               MOVE 0 TO WSV-TC-MES(WSV-IDX-TD)
               MOVE 0 TO WSV-TC-ANUAL(WSV-IDX-TD)
               MOVE 0 TO WSV-TP-MES(WSV-IDX-TD)
               SET WSS-DEPTO-HALLADO TO TRUE
           END-IF.
           IF WSS-DEPTO-HALLADO
               ADD 1 TO WSV-TD-CANT(WSV-IDX-TD)
               ADD WSV-DELTA-CONTRIB TO WSV-TC-MES(WSV-IDX-TD)
               COMPUTE WSV-TD-ANUAL(WSV-IDX-TD) =
                   WSV-TD-ANUAL(WSV-IDX-TD) + WSV-DELTA-BRUTO * 12
               ADD WSV-DELTA-BONO TO WSV-TD-BONO(WSV-IDX-TD)
       31-ESCRIBIR-EXCEPCION-END.
       EXIT.

      *----------------------------------------------------------------
      * Las novedades de un postulante rechazado no se aplican: van
      * al listado de novedades no aplicadas con el motivo del
      * rechazo.
      *----------------------------------------------------------------
       32-RECHAZAR-NOVEDADES.
           MOVE SPACES TO WSV-MOTIVO-NOVEDAD.
           STRING 'RECHAZADO: ' DELIMITED BY SIZE
                  WSV-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WSV-MOTIVO-NOVEDAD.
           PERFORM 32B-RECHAZAR-UNA-NOVEDAD
               VARYING WSV-IDX-NOV FROM 1 BY 1
               UNTIL WSV-IDX-NOV > WSV-CANT-NOVEDADES.
       32-RECHAZAR-NOVEDADES-END.
       EXIT.

       32B-RECHAZAR-UNA-NOVEDAD.
           IF WSS-NOV-PENDIENTE(WSV-IDX-NOV)
            AND WSV-NOV-LEGAJO(WSV-IDX-NOV) = WSV-LEGAJO-RAW
               PERFORM 32C-LISTAR-NOVEDAD
           END-IF.
       32B-RECHAZAR-UNA-NOVEDAD-END.
       EXIT.

      *----------------------------------------------------------------
      * Marca como no aplicada la novedad WSV-IDX-NOV y la lista con
      * el motivo que quedo en WSV-MOTIVO-NOVEDAD.
      *----------------------------------------------------------------
       32C-LISTAR-NOVEDAD.
           SET WSS-NOV-RECHAZADA(WSV-IDX-NOV) TO TRUE.
           ADD 1 TO WSV-CANT-NOV-NO-APLIC.
           MOVE WSV-NOV-LEGAJO(WSV-IDX-NOV)   TO WSV-LN-LEGAJO.
           MOVE WSV-NOV-CONCEPTO(WSV-IDX-NOV) TO WSV-LN-CONCEPTO.
           MOVE WSV-NOV-CANTIDAD(WSV-IDX-NOV) TO WSV-LN-CANTIDAD.
           MOVE WSV-NOV-IMPORTE(WSV-IDX-NOV)  TO WSV-LN-IMPORTE.
           MOVE WSV-MOTIVO-NOVEDAD            TO WSV-LN-MOTIVO.
           WRITE FD-EXC-NOVEDAD-REC FROM WSV-LINEA-NOVEDAD.
       32C-LISTAR-NOVEDAD-END.
       EXIT.

      *----------------------------------------------------------------
      * Cierre de la corrida: totales de control, bitacora de
      * auditoria, checkpoint final y cierre de archivos.
                   CLOSE FD-SIMULACION
      * En modo retroactivo las salidas son el reporte del
      * recalculo, el lote delta al banco, los registros contables
      * delta, la declaracion de cargas sociales con las
      * diferencias, los asientos delta y la historia; no hay
      * checkpoint.
               WHEN WSS-MODO-RETRO
                   PERFORM 96-ESCRIBIR-TOTALES-RETRO
                   PERFORM 91E-GENERAR-ARCHIVOS-BANCO
                   PERFORM 91Q-GENERAR-SALIDAS-CONTA
                   PERFORM 91W-GENERAR-DECLARACIONES
                   PERFORM 91F-ESCRIBIR-ASIENTOS
                   PERFORM 92-ESCRIBIR-AUDITORIA
                   CLOSE FD-RETRO
                   PERFORM 91-ESCRIBIR-TOTALES-CONTROL
                   PERFORM 91E-GENERAR-ARCHIVOS-BANCO
                   PERFORM 91Q-GENERAR-SALIDAS-CONTA
                   PERFORM 91W-GENERAR-DECLARACIONES
                   PERFORM 91F-ESCRIBIR-ASIENTOS
                   IF WSS-EXC-NOV-ABIERTO
                       PERFORM 94-CERRAR-NOVEDADES
                   END-IF
                   PERFORM 92-ESCRIBIR-AUDITORIA
      * La cuenta corriente de prestamos se reescribe antes de dar
      * la corrida por cerrada: si se interrumpe aca, el reinicio
      * la vuelve a armar desde los movimientos.
                   IF WSS-PRESTAMOS-CARGADOS
                       PERFORM 97-ESCRIBIR-ESTADO-PRESTAMOS
                       PERFORM 98-ACTUALIZAR-PRESTAMOS
                   END-IF
      * En modo correccion no hay checkpoint que cerrar ni limpiar.
                   IF NOT WSS-MODO-CORRECCION
                       MOVE 'C' TO WSV-SW-CHECKPOINT-ESTADO
                       PERFORM 17B-LIMPIAR-NOMBRES-CHECKPOINT
                       PERFORM 17C-LIMPIAR-CHECKPOINT
                   END-IF
                   PERFORM 17D-LIMPIAR-MOVIMIENTOS-PTM
                   PERFORM 93-CERRAR-ARCHIVOS
           END-EVALUATE.
       90-CIERRE-END.
                   TO WSV-LCT-TITULO
               MOVE 'TOTAL LOTE CORRECCIONES:' TO WSV-LT-TITULO
               MOVE 'MENSUAL CORRECCIONES:' TO WSV-LTM-TITULO
               MOVE 'CONTRIB. CORRECCIONES:' TO WSV-LTC-TITULO
               MOVE 'PRESTAMOS CORRECCIONES:' TO WSV-LTP-TITULO
           END-IF.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-CONTROL-TOTALES.
           MOVE WSV-TOT-DEDUCCIONES  TO WSV-LTM-DEDUCCIONES.
           MOVE WSV-TOT-NETO         TO WSV-LTM-NETO.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-TOTAL-MES.
           MOVE WSV-TOT-CONTRIB      TO WSV-LTC-IMPORTE.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-TOTAL-CONTRIB.
           MOVE WSV-TOT-PRESTAMOS    TO WSV-LTP-IMPORTE.
           WRITE FD-REPORTE-REC FROM WSV-LINEA-TOTAL-PRESTAMOS.
           DISPLAY "POSTULANTES JUNIOR    : " WSV-TOT-JUNIOR.
           DISPLAY "POSTULANTES SEMISR    : " WSV-TOT-SEMISR.
           DISPLAY "POSTULANTES SENIOR    : " WSV-TOT-SENIOR.
           DISPLAY "TOTAL BRUTO MENSUAL   : " WSV-TOT-SUELDO-MES.
           DISPLAY "TOTAL DEDUCCIONES     : " WSV-TOT-DEDUCCIONES.
           DISPLAY "TOTAL NETO MENSUAL    : " WSV-TOT-NETO.
           DISPLAY "TOTAL CONTRIB. PATRON.: " WSV-TOT-CONTRIB.
           DISPLAY "TOTAL CUOTAS PRESTAMOS: " WSV-TOT-PRESTAMOS.
       91-ESCRIBIR-TOTALES-CONTROL-END.
       EXIT.

       EXIT.

      *----------------------------------------------------------------
      * Control presupuestario del cierre: compara el costo mensual
      * (neto mas contribuciones patronales) y el costo anualizado
      * (anual mas bono mas las contribuciones proyectadas sobre
      * ambos) de cada departamento del lote contra su presupuesto
      * mensual y anual (mensual por doce), con porcentaje
      * consumido y marca OVER. El presupuesto
      * se carga solo en la corrida real, asi que en los otros modos
      * el bloque no se emite. Al final avisa por consola cuantos
      * departamentos excedieron su tope, para que se detecte la

       91M-CONTROLAR-UN-DEPTO.
           MOVE WSV-TD-CODIGO(WSV-IDX-TD) TO WSV-PR-CODIGO.
           COMPUTE WSV-COSTO-MES =
               WSV-TD-NETO(WSV-IDX-TD) + WSV-TP-MES(WSV-IDX-TD)
               + WSV-TC-MES(WSV-IDX-TD).
           MOVE WSV-COSTO-MES             TO WSV-PR-NETO.
           COMPUTE WSV-COSTO-ANUALIZADO =
               WSV-TD-ANUAL(WSV-IDX-TD) + WSV-TD-BONO(WSV-IDX-TD)
               + WSV-TC-ANUAL(WSV-IDX-TD).
           MOVE WSV-COSTO-ANUALIZADO TO WSV-PR-ANUALIZADO.
           SET WSS-PRESUP-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-PRE.
               MOVE WSV-PRE-ANUAL-AUX TO WSV-PR-PRE-ANUAL
               IF WSC-PRE-MENSUAL(WSV-IDX-PRE) > 0
                   COMPUTE WSV-PORC-CONSUMO ROUNDED =
                       WSV-COSTO-MES * 100
                       / WSC-PRE-MENSUAL(WSV-IDX-PRE)
               ELSE
                   MOVE 99999.99 TO WSV-PORC-CONSUMO
               END-IF
               MOVE WSV-PORC-CONSUMO TO WSV-PR-PORC
               IF WSV-COSTO-MES > WSC-PRE-MENSUAL(WSV-IDX-PRE)
                OR WSV-COSTO-ANUALIZADO > WSV-PRE-ANUAL-AUX
                   MOVE 'OVER' TO WSV-PR-ESTADO
                   ADD 1 TO WSV-CANT-EXCEDIDOS
       EXIT.

      *----------------------------------------------------------------
      * Genera los archivos de pagos, uno por empresa del lote,
      * pendientes de liberacion (SUELBCP + codigo; en monoempresa
      * el codigo en blanco deja SUELBCP, que se libera como el
      * historico SUELBCO): cierra el archivo de trabajo y, por
      * cada empresa, escribe la cabecera con su razon social,
      * copia sus transferencias y cierra con el trailer de control
      * (cantidad y hash de importes de esa empresa). Avisa si pisa
      * un archivo pendiente que todavia no fue liberado.
      *----------------------------------------------------------------
       91E-GENERAR-ARCHIVOS-BANCO.
           CLOSE FD-BANCO.
       91E4-GENERAR-BANCO-VACIO.
           MOVE SPACES TO WSV-EMPRESA-AUX.
           PERFORM 28F-NOMBRE-EMPRESA.
           MOVE 'SUELBCP' TO WSV-ARCHIVO-BANCO.
           PERFORM 91E5-VERIFICAR-PENDIENTE.
           OPEN OUTPUT FD-BANCO-EMP.
           IF WSV-FS-BANCO-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-BANCO
           MOVE WSV-TE-CODIGO(WSV-IDX-TE) TO WSV-EMPRESA-AUX.
           PERFORM 28F-NOMBRE-EMPRESA.
           MOVE SPACES TO WSV-ARCHIVO-BANCO.
           STRING 'SUELBCP' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-BANCO.
           PERFORM 91E5-VERIFICAR-PENDIENTE.
           OPEN OUTPUT FD-BANCO-EMP.
           IF WSV-FS-BANCO-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-BANCO
       EXIT.

      *----------------------------------------------------------------
      * La liberacion vacia el archivo pendiente al pasarlo a
      * SUELBCO, asi que uno con registros todavia no fue liberado:
      * se avisa que el lote de esta corrida lo reemplaza.
      *----------------------------------------------------------------
       91E5-VERIFICAR-PENDIENTE.
           OPEN INPUT FD-BANCO-EMP.
           IF WSV-FS-BANCO-EMP = '00'
               READ FD-BANCO-EMP
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "ATENCION: SE REEMPLAZA EL ARCHIVO DE "
                               "PAGOS " WSV-ARCHIVO-BANCO
                               " PENDIENTE DE LIBERACION POR EL "
                               "LOTE DE ESTA CORRIDA"
               END-READ
               CLOSE FD-BANCO-EMP
           END-IF.
       91E5-VERIFICAR-PENDIENTE-END.
       EXIT.

      *----------------------------------------------------------------
      * Genera las salidas contables, una por empresa del lote,
      * pendientes de liberacion junto con el archivo de pagos
      * (SUELDCP + codigo), separando el archivo de trabajo por el
      * codigo de empresa de cada registro.
      *----------------------------------------------------------------
       91Q-GENERAR-SALIDAS-CONTA.
           CLOSE FD-SALIDA-CONTA.
      * Un lote sin postulantes procesados igual entrega a
      * Contaduria el archivo historico SUELDOC, vacio (pendiente
      * como SUELDCP hasta la liberacion).
           IF WSV-CANT-EMPRESAS-TOT = 0
               PERFORM 91Q4-GENERAR-CONTA-VACIA
           ELSE
       EXIT.

       91Q4-GENERAR-CONTA-VACIA.
           MOVE 'SUELDCP' TO WSV-ARCHIVO-CONTA.
           OPEN OUTPUT FD-SALIDA-EMP.
           IF WSV-FS-SALIDA-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-CONTA

       91Q2-GENERAR-CONTA-EMPRESA.
           MOVE SPACES TO WSV-ARCHIVO-CONTA.
           STRING 'SUELDCP' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-CONTA.
           OPEN OUTPUT FD-SALIDA-EMP.
       91Q3-COPIAR-REGISTRO-CONTA-END.
       EXIT.

      *----------------------------------------------------------------
      * Genera las declaraciones mensuales de cargas sociales, una
      * por empresa del lote (SUELDJ + codigo; en monoempresa
      * SUELDJ): cabecera con el periodo y la razon social, los
      * renglones de la empresa tomados del archivo de trabajo y el
      * trailer con cantidad de legajos y totales de remuneracion,
      * retenciones y contribuciones. Los totales salen de los
      * mismos renglones copiados, asi que incluyen los de la
      * corrida original cuando el lote la complementa. El periodo
      * es el de la corrida complementada en los modos correccion y
      * retroactivo.
      *----------------------------------------------------------------
       91W-GENERAR-DECLARACIONES.
           CLOSE FD-DECLARA.
           IF (WSS-MODO-CORRECCION OR WSS-MODO-RETRO)
            AND WSV-FECHA-HIS-MAX NOT = SPACES
               MOVE WSV-FECHA-HIS-MAX(1:6) TO WSV-DH-PERIODO
           ELSE
               MOVE WSV-FECHA-CORRIDA(1:6) TO WSV-DH-PERIODO
           END-IF.
           MOVE WSV-FECHA-CORRIDA TO WSV-DH-FECHA.
      * Una corrida sin legajos liquidados igual genera la
      * declaracion sin movimiento, con trailer en cero; un lote de
      * correcciones o de diferencias vacio no toca las
      * declaraciones de la corrida original.
           IF WSV-CANT-EMPRESAS-TOT = 0
               IF WSS-MODO-CORRECCION OR WSS-MODO-RETRO
                   DISPLAY "LOTE SIN LEGAJOS, SE CONSERVAN LAS "
                           "DECLARACIONES DE CARGAS SOCIALES"
               ELSE
                   PERFORM 91W4-GENERAR-DECLARACION-VACIA
               END-IF
           ELSE
               PERFORM 91W2-GENERAR-DECLARACION-EMP
                   VARYING WSV-IDX-TE FROM 1 BY 1
                   UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT
           END-IF.
       91W-GENERAR-DECLARACIONES-END.
       EXIT.

       91W4-GENERAR-DECLARACION-VACIA.
           MOVE SPACES TO WSV-EMPRESA-AUX.
           PERFORM 28F-NOMBRE-EMPRESA.
           MOVE 'SUELDJ' TO WSV-ARCHIVO-DECLARA.
           OPEN OUTPUT FD-DECLARA-EMP.
           IF WSV-FS-DECLARA-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-DECLARA
                       ", STATUS " WSV-FS-DECLARA-EMP
               STOP RUN
           END-IF.
           MOVE SPACES TO WSV-DH-EMPRESA.
           MOVE WSV-EMPRESA-NOMBRE-AUX TO WSV-DH-RAZON.
           WRITE FD-DECLARA-EMP-REC FROM WSV-REG-DJ-CABECERA.
           MOVE 0 TO WSV-DT-CANTIDAD.
           MOVE 0 TO WSV-DT-REMUNERACION.
           MOVE 0 TO WSV-DT-RETENCIONES.
           MOVE 0 TO WSV-DT-CONTRIBUCIONES.
           WRITE FD-DECLARA-EMP-REC FROM WSV-REG-DJ-TRAILER.
           CLOSE FD-DECLARA-EMP.
       91W4-GENERAR-DECLARACION-VACIA-END.
       EXIT.

       91W2-GENERAR-DECLARACION-EMP.
           MOVE WSV-TE-CODIGO(WSV-IDX-TE) TO WSV-EMPRESA-AUX.
           PERFORM 28F-NOMBRE-EMPRESA.
           MOVE SPACES TO WSV-ARCHIVO-DECLARA.
           STRING 'SUELDJ' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-ARCHIVO-DECLARA.
           OPEN OUTPUT FD-DECLARA-EMP.
           IF WSV-FS-DECLARA-EMP NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO " WSV-ARCHIVO-DECLARA
                       ", STATUS " WSV-FS-DECLARA-EMP
               STOP RUN
           END-IF.
           MOVE WSV-TE-CODIGO(WSV-IDX-TE) TO WSV-DH-EMPRESA.
           MOVE WSV-EMPRESA-NOMBRE-AUX    TO WSV-DH-RAZON.
           WRITE FD-DECLARA-EMP-REC FROM WSV-REG-DJ-CABECERA.
           MOVE 0 TO WSV-DT-CANTIDAD.
           MOVE 0 TO WSV-DT-REMUNERACION.
           MOVE 0 TO WSV-DT-RETENCIONES.
           MOVE 0 TO WSV-DT-CONTRIBUCIONES.
           OPEN INPUT FD-DECLARA.
           IF WSV-FS-DECLARA NOT = '00'
               DISPLAY "ERROR FATAL RELEYENDO EL ARCHIVO DE "
                       "TRABAJO DE LA DECLARACION, STATUS "
                       WSV-FS-DECLARA
               STOP RUN
           END-IF.
           MOVE 'N' TO WSV-SW-FIN-ARCHIVO.
           PERFORM 91W3-COPIAR-RENGLON-DECLARA
               UNTIL WSS-FIN-ARCHIVO.
           CLOSE FD-DECLARA.
           WRITE FD-DECLARA-EMP-REC FROM WSV-REG-DJ-TRAILER.
           CLOSE FD-DECLARA-EMP.
           DISPLAY "DECLARACION " WSV-ARCHIVO-DECLARA ": "
                   WSV-DT-CANTIDAD " LEGAJOS, CONTRIBUCIONES $ "
                   WSV-DT-CONTRIBUCIONES.
       91W2-GENERAR-DECLARACION-EMP-END.
       EXIT.

      *----------------------------------------------------------------
      * Copia un renglon de la empresa en proceso y lo suma a los
      * totales del trailer. La cantidad cuenta legajos, por lo que
      * los renglones 'R' de diferencias retroactivas suman importes
      * pero no legajos.
      *----------------------------------------------------------------
       91W3-COPIAR-RENGLON-DECLARA.
           READ FD-DECLARA
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-DECLARA-REC TO WSV-REG-DJ-DETALLE
                   IF WSV-DJ-EMPRESA = WSV-TE-CODIGO(WSV-IDX-TE)
                       WRITE FD-DECLARA-EMP-REC
                           FROM WSV-DJ-PARTE-DECLARA
                       IF WSS-DJ-MENSUAL
                           ADD 1 TO WSV-DT-CANTIDAD
                       END-IF
                       ADD WSV-DJ-REMUNERACION
                           TO WSV-DT-REMUNERACION
                       ADD WSV-DJ-RETENCIONES
                           TO WSV-DT-RETENCIONES
                       ADD WSV-DJ-CONTRIBUCIONES
                           TO WSV-DT-CONTRIBUCIONES
                   END-IF
           END-READ.
       91W3-COPIAR-RENGLON-DECLARA-END.
       EXIT.

      *----------------------------------------------------------------
      * Imprime los totales por empresa del lote cuando la corrida
      * es multiempresa.
      * verificacion queda a la vista por consola. En modo
      * correccion el archivo lleva solo el lote suplementario y
      * reemplaza al de la corrida original, que ya fue entregado.
      * Con novedades, el gasto del departamento es el basico y las
      * horas extra y el adicional van al debe de sus cuentas; las
      * ausencias descontadas van al haber, por lo que el debe
      * supera al bruto de control en el total de ausencias. Las
      * contribuciones patronales agregan una partida debe de gasto
      * por departamento y una partida haber de pasivo por
      * concepto, que tambien se descuentan del debe en el control
      * contra el bruto. Las cuotas de prestamos descontadas salen
      * del neto, asi que van al haber contra la cuenta de la
      * cartera de adelantos y de prestamos.
      *----------------------------------------------------------------
       91F-ESCRIBIR-ASIENTOS.
           IF WSC-CANT-CUENTAS = 0
               PERFORM 91G-ASIENTO-UN-DEPTO
                   VARYING WSV-IDX-TD FROM 1 BY 1
                   UNTIL WSV-IDX-TD > WSV-CANT-DEPTOS-TOT
               PERFORM 91U-ASIENTO-CONTRIB-DEPTO
                   VARYING WSV-IDX-TD FROM 1 BY 1
                   UNTIL WSV-IDX-TD > WSV-CANT-DEPTOS-TOT
               PERFORM 91H-ASIENTO-UNA-RETENCION
                   VARYING WSV-NRO-DED FROM 1 BY 1
                   UNTIL WSV-NRO-DED > WSC-CANT-DEDUCCIONES
               PERFORM 91V-ASIENTO-UNA-CONTRIB
                   VARYING WSV-NRO-CON FROM 1 BY 1
                   UNTIL WSV-NRO-CON > WSC-CANT-CONTRIBUCIONES
               PERFORM 91S-ASIENTOS-NOVEDADES
               PERFORM 91X-ASIENTOS-PRESTAMOS
               PERFORM 91I-ASIENTO-BANCO
               CLOSE FD-ASIENTOS
               DISPLAY "ASIENTOS CONTABLES: DEBE " WSV-ASI-DEBE
                       " HABER " WSV-ASI-HABER
               COMPUTE WSV-ASI-BRUTO-CTRL =
                   WSV-ASI-DEBE - WSV-TOT-NOV-AUS - WSV-TOT-CONTRIB
               IF WSV-ASI-DEBE NOT = WSV-ASI-HABER
                OR WSV-ASI-BRUTO-CTRL NOT = WSV-TOT-SUELDO-MES
                   DISPLAY "ATENCION: LOS ASIENTOS NO CUADRAN "
                           "CON LOS TOTALES DE CONTROL (BRUTO "
                           WSV-TOT-SUELDO-MES ")"
           STRING 'SUELDOS DEPTO ' DELIMITED BY SIZE
                  WSV-TD-CODIGO(WSV-IDX-TD) DELIMITED BY SIZE
                  INTO FD-ASI-CONCEPTO.
           COMPUTE WSV-ASI-IMPORTE-AUX = WSV-TD-BRUTO(WSV-IDX-TD)
               + WSV-TN-AUS(WSV-IDX-TD) - WSV-TN-EXTRAS(WSV-IDX-TD).
           MOVE WSV-ASI-IMPORTE-AUX TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-ASI-IMPORTE-AUX TO WSV-ASI-DEBE.
       91G-ASIENTO-UN-DEPTO-END.
       EXIT.

       91U-ASIENTO-CONTRIB-DEPTO.
           MOVE 'P' TO WSV-CTA-TIPO-BUSQ.
           MOVE WSV-TD-CODIGO(WSV-IDX-TD) TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 91J-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE 'D' TO FD-ASI-TIPO.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE SPACES TO FD-ASI-CONCEPTO.
           STRING 'CONTRIB DEPTO ' DELIMITED BY SIZE
                  WSV-TD-CODIGO(WSV-IDX-TD) DELIMITED BY SIZE
                  INTO FD-ASI-CONCEPTO.
           MOVE WSV-TC-MES(WSV-IDX-TD) TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-TC-MES(WSV-IDX-TD) TO WSV-ASI-DEBE.
       91U-ASIENTO-CONTRIB-DEPTO-END.
       EXIT.

      *----------------------------------------------------------------
      * Partidas de novedades del periodo: debe por horas extra al
      * 50% y al 100% y por adicional fijo, haber por el descuento
      * de ausencias. Solo se asientan los conceptos con importe.
      *----------------------------------------------------------------
       91S-ASIENTOS-NOVEDADES.
           IF WSV-TOT-NOV-50 > 0
               MOVE 'H50' TO WSV-CTA-CLAVE-BUSQ
               MOVE 'D' TO FD-ASI-TIPO
               MOVE 'HORAS EXTRA 50%' TO FD-ASI-CONCEPTO
               MOVE WSV-TOT-NOV-50 TO WSV-ASI-IMPORTE-AUX
               PERFORM 91T-ASIENTO-UNA-NOVEDAD
           END-IF.
           IF WSV-TOT-NOV-100 > 0
               MOVE 'H100' TO WSV-CTA-CLAVE-BUSQ
               MOVE 'D' TO FD-ASI-TIPO
               MOVE 'HORAS EXTRA 100%' TO FD-ASI-CONCEPTO
               MOVE WSV-TOT-NOV-100 TO WSV-ASI-IMPORTE-AUX
               PERFORM 91T-ASIENTO-UNA-NOVEDAD
           END-IF.
           IF WSV-TOT-NOV-ADIC > 0
               MOVE 'ADI' TO WSV-CTA-CLAVE-BUSQ
               MOVE 'D' TO FD-ASI-TIPO
               MOVE 'ADICIONAL FIJO' TO FD-ASI-CONCEPTO
               MOVE WSV-TOT-NOV-ADIC TO WSV-ASI-IMPORTE-AUX
               PERFORM 91T-ASIENTO-UNA-NOVEDAD
           END-IF.
           IF WSV-TOT-NOV-AUS > 0
               MOVE 'AUS' TO WSV-CTA-CLAVE-BUSQ
               MOVE 'H' TO FD-ASI-TIPO
               MOVE 'DESCUENTO AUSENCIAS' TO FD-ASI-CONCEPTO
               MOVE WSV-TOT-NOV-AUS TO WSV-ASI-IMPORTE-AUX
               PERFORM 91T-ASIENTO-UNA-NOVEDAD
           END-IF.
       91S-ASIENTOS-NOVEDADES-END.
       EXIT.

       91T-ASIENTO-UNA-NOVEDAD.
           MOVE 'N' TO WSV-CTA-TIPO-BUSQ.
           PERFORM 91J-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE WSV-ASI-IMPORTE-AUX TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           IF FD-ASI-TIPO = 'D'
               ADD WSV-ASI-IMPORTE-AUX TO WSV-ASI-DEBE
           ELSE
               ADD WSV-ASI-IMPORTE-AUX TO WSV-ASI-HABER
           END-IF.
       91T-ASIENTO-UNA-NOVEDAD-END.
       EXIT.

       91H-ASIENTO-UNA-RETENCION.
           MOVE 'R' TO WSV-CTA-TIPO-BUSQ.
           MOVE WSC-DED-CODIGO(WSV-NRO-DED) TO WSV-CTA-CLAVE-BUSQ.
       91H-ASIENTO-UNA-RETENCION-END.
       EXIT.

       91V-ASIENTO-UNA-CONTRIB.
           MOVE 'C' TO WSV-CTA-TIPO-BUSQ.
           MOVE WSC-CON-CODIGO(WSV-NRO-CON) TO WSV-CTA-CLAVE-BUSQ.
           PERFORM 91J-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE 'H' TO FD-ASI-TIPO.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE SPACES TO FD-ASI-CONCEPTO.
           STRING 'CONTRIB ' DELIMITED BY SIZE
                  WSC-CON-CODIGO(WSV-NRO-CON) DELIMITED BY SIZE
                  INTO FD-ASI-CONCEPTO.
           MOVE WSV-TOT-CON-CONC(WSV-NRO-CON) TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-TOT-CON-CONC(WSV-NRO-CON) TO WSV-ASI-HABER.
       91V-ASIENTO-UNA-CONTRIB-END.
       EXIT.

      *----------------------------------------------------------------
      * Partidas haber de las cuotas de prestamos descontadas, una
      * por tipo de prestamo con importe.
      *----------------------------------------------------------------
       91X-ASIENTOS-PRESTAMOS.
           IF WSV-TOT-PTM-ADELANTOS > 0
               MOVE 'A' TO WSV-CTA-CLAVE-BUSQ
               MOVE 'CUOTAS ADELANTOS' TO FD-ASI-CONCEPTO
               MOVE WSV-TOT-PTM-ADELANTOS TO WSV-ASI-IMPORTE-AUX
               PERFORM 91Y-ASIENTO-UN-PRESTAMO
           END-IF.
           IF WSV-TOT-PTM-PERSONALES > 0
               MOVE 'P' TO WSV-CTA-CLAVE-BUSQ
               MOVE 'CUOTAS PRESTAMOS' TO FD-ASI-CONCEPTO
               MOVE WSV-TOT-PTM-PERSONALES TO WSV-ASI-IMPORTE-AUX
               PERFORM 91Y-ASIENTO-UN-PRESTAMO
           END-IF.
       91X-ASIENTOS-PRESTAMOS-END.
       EXIT.

       91Y-ASIENTO-UN-PRESTAMO.
           MOVE 'L' TO WSV-CTA-TIPO-BUSQ.
           PERFORM 91J-BUSCAR-CUENTA.
           MOVE WSV-FECHA-CORRIDA TO FD-ASI-FECHA.
           MOVE 'H' TO FD-ASI-TIPO.
           MOVE WSV-CTA-CUENTA-AUX TO FD-ASI-CUENTA.
           MOVE WSV-ASI-IMPORTE-AUX TO FD-ASI-IMPORTE.
           WRITE FD-ASIENTO-REC.
           ADD WSV-ASI-IMPORTE-AUX TO WSV-ASI-HABER.
       91Y-ASIENTO-UN-PRESTAMO-END.
       EXIT.

       91I-ASIENTO-BANCO.
           MOVE 'B' TO WSV-CTA-TIPO-BUSQ.
           MOVE SPACES TO WSV-CTA-CLAVE-BUSQ.
       91K-COMPARAR-CUENTA-END.
       EXIT.

      *----------------------------------------------------------------
      * Cierra el listado de novedades no aplicadas. En una corrida
      * normal, las novedades que siguen pendientes son de legajos
      * que no vinieron en la corrida; las de legajos liquidados
      * antes de un reinicio ya se aplicaron en su momento. En modo
      * correccion solo se liquidan los legajos corregidos, por lo
      * que las pendientes no se listan.
      *----------------------------------------------------------------
       94-CERRAR-NOVEDADES.
           IF NOT WSS-MODO-CORRECCION
               MOVE "LEGAJO SIN LIQUIDAR EN LA CORRIDA"
                   TO WSV-MOTIVO-NOVEDAD
               PERFORM 94B-CERRAR-UNA-NOVEDAD
                   VARYING WSV-IDX-NOV FROM 1 BY 1
                   UNTIL WSV-IDX-NOV > WSV-CANT-NOVEDADES
           END-IF.
           MOVE WSV-CANT-NOV-APLICADAS TO WSV-LNR-APLICADAS.
           MOVE WSV-CANT-NOV-NO-APLIC  TO WSV-LNR-NO-APLIC.
           WRITE FD-EXC-NOVEDAD-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-EXC-NOVEDAD-REC FROM WSV-LINEA-NOV-RESUMEN.
           CLOSE FD-EXC-NOVEDADES.
           DISPLAY "NOVEDADES APLICADAS: " WSV-CANT-NOV-APLICADAS
                   " NO APLICADAS: " WSV-CANT-NOV-NO-APLIC.
       94-CERRAR-NOVEDADES-END.
       EXIT.

       94B-CERRAR-UNA-NOVEDAD.
           IF WSS-NOV-PENDIENTE(WSV-IDX-NOV)
               MOVE WSV-NOV-LEGAJO-NUM(WSV-IDX-NOV)
                   TO WSV-LEGAJO-AUX
               PERFORM 23-BUSCAR-DUPLICADO
               IF WSS-DUPLICADO-HALLADO
                   SET WSS-NOV-APLICADA(WSV-IDX-NOV) TO TRUE
                   ADD 1 TO WSV-CANT-NOV-APLICADAS
               ELSE
                   PERFORM 32C-LISTAR-NOVEDAD
               END-IF
           END-IF.
       94B-CERRAR-UNA-NOVEDAD-END.
       EXIT.

      *----------------------------------------------------------------
      * Resumen del reporte de simulacion: anual vigente contra
      * propuesto por categoria y delta total del lote.
           MOVE 'SIN CBU                 :' TO WSV-RR-TEXTO.
           MOVE WSV-RET-CANT-SIN-CBU TO WSV-RR-IMPORTE.
           WRITE FD-RETRO-REC FROM WSV-LINEA-RET-RESUMEN.
           MOVE 'DADOS DE BAJA           :' TO WSV-RR-TEXTO.
           MOVE WSV-RET-CANT-BAJAS TO WSV-RR-IMPORTE.
           WRITE FD-RETRO-REC FROM WSV-LINEA-RET-RESUMEN.
           MOVE 'TOTAL DELTA PAGADO      :' TO WSV-RR-TEXTO.
           MOVE WSV-RET-TOT-PAGADO TO WSV-RR-IMPORTE.
           WRITE FD-RETRO-REC FROM WSV-LINEA-RET-RESUMEN.
                   WSV-RET-TOT-PAGADO.
           DISPLAY "SIN DIFERENCIA " WSV-RET-CANT-SIN-DIF
                   " A RECUPERAR " WSV-RET-CANT-NEGATIVOS
                   " SIN CBU " WSV-RET-CANT-SIN-CBU
                   " BAJAS " WSV-RET-CANT-BAJAS.
       96-ESCRIBIR-TOTALES-RETRO-END.
       EXIT.

      *----------------------------------------------------------------
      * Estado de cuenta de prestamos (SUELPTR): un renglon por cada
      * prestamo vigente al iniciar la corrida o con movimiento en
      * ella, con el saldo anterior, lo descontado y el saldo nuevo,
      * y al pie los totales. Un prestamo ya cancelado antes de la
      * corrida no se lista.
      *----------------------------------------------------------------
       97-ESCRIBIR-ESTADO-PRESTAMOS.
           OPEN OUTPUT FD-ESTADO-PRESTAMOS.
           IF WSV-FS-ESTADO-PRESTAMOS NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO ESTADO DE CUENTA DE "
                       "PRESTAMOS, STATUS " WSV-FS-ESTADO-PRESTAMOS
               STOP RUN
           END-IF.
           MOVE 0 TO WSV-PTM-CANT-LISTADOS.
           MOVE 0 TO WSV-PTM-CANT-CANCELADOS.
           MOVE 0 TO WSV-PTM-TOT-SALDO.
           MOVE 0 TO WSV-PTM-TOT-DESCONTADO.
           MOVE WSV-FECHA-CORRIDA TO WSV-LPT-FECHA.
           MOVE WSV-PERIODO-PTM   TO WSV-LPT-PERIODO.
           MOVE WSV-TOPE-PTM      TO WSV-LPT-TOPE.
           WRITE FD-ESTADO-PRESTAMO-REC FROM WSV-LINEA-PTM-TITULO.
           WRITE FD-ESTADO-PRESTAMO-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-ESTADO-PRESTAMO-REC FROM WSV-LINEA-PTM-COLUMNAS.
           PERFORM 97B-ESCRIBIR-UN-PRESTAMO
               VARYING WSV-IDX-PTM FROM 1 BY 1
               UNTIL WSV-IDX-PTM > WSV-CANT-PRESTAMOS.
           WRITE FD-ESTADO-PRESTAMO-REC FROM WSV-LINEA-EN-BLANCO.
           MOVE 'PRESTAMOS LISTADOS:' TO WSV-LPR-TEXTO.
           MOVE WSV-PTM-CANT-LISTADOS TO WSV-LPR-IMPORTE.
           WRITE FD-ESTADO-PRESTAMO-REC FROM WSV-LINEA-PTM-RESUMEN.
           MOVE 'PRESTAMOS CANCELADOS:' TO WSV-LPR-TEXTO.
           MOVE WSV-PTM-CANT-CANCELADOS TO WSV-LPR-IMPORTE.
           WRITE FD-ESTADO-PRESTAMO-REC FROM WSV-LINEA-PTM-RESUMEN.
           MOVE 'TOTAL DESCONTADO:' TO WSV-LPR-TEXTO.
           MOVE WSV-PTM-TOT-DESCONTADO TO WSV-LPR-IMPORTE.
           WRITE FD-ESTADO-PRESTAMO-REC FROM WSV-LINEA-PTM-RESUMEN.
           MOVE 'SALDO PENDIENTE:' TO WSV-LPR-TEXTO.
           MOVE WSV-PTM-TOT-SALDO TO WSV-LPR-IMPORTE.
           WRITE FD-ESTADO-PRESTAMO-REC FROM WSV-LINEA-PTM-RESUMEN.
           CLOSE FD-ESTADO-PRESTAMOS.
           DISPLAY "ESTADO DE CUENTA DE PRESTAMOS: "
                   WSV-PTM-CANT-LISTADOS " PRESTAMOS, "
                   WSV-PTM-CANT-CANCELADOS " CANCELADOS".
       97-ESCRIBIR-ESTADO-PRESTAMOS-END.
       EXIT.

       97B-ESCRIBIR-UN-PRESTAMO.
           IF WSV-PTM-SALDO-ANT(WSV-IDX-PTM) > 0
            OR WSV-PTM-DESCONTADO(WSV-IDX-PTM) > 0
            OR WSS-PTM-INVALIDO(WSV-IDX-PTM)
               MOVE WSV-PTM-LEGAJO(WSV-IDX-PTM)  TO WSV-LPD-LEGAJO
               MOVE WSV-PTM-NUMERO(WSV-IDX-PTM)  TO WSV-LPD-NUMERO
               MOVE WSV-PTM-TIPO(WSV-IDX-PTM)    TO WSV-LPD-TIPO
               MOVE WSV-PTM-FECHA-ALTA(WSV-IDX-PTM)
                   TO WSV-LPD-ALTA
               MOVE WSV-PTM-SALDO-ANT(WSV-IDX-PTM)
                   TO WSV-LPD-SALDO-ANT
               MOVE WSV-PTM-DESCONTADO(WSV-IDX-PTM)
                   TO WSV-LPD-DESCONTADO
               IF WSS-PTM-INVALIDO(WSV-IDX-PTM)
                   MOVE 0 TO WSV-LPD-ORIGINAL
                   MOVE 0 TO WSV-LPD-CUOTA
                   MOVE 0 TO WSV-LPD-CUOTAS-REST
                   MOVE 0 TO WSV-LPD-CUOTAS-TOT
                   MOVE 0 TO WSV-LPD-SALDO
                   MOVE 'DATOS INVALIDOS' TO WSV-LPD-ESTADO
               ELSE
                   MOVE WSV-PTM-ORIGINAL(WSV-IDX-PTM)
                       TO WSV-LPD-ORIGINAL
                   MOVE WSV-PTM-CUOTA(WSV-IDX-PTM) TO WSV-LPD-CUOTA
                   MOVE WSV-PTM-CUOTAS-REST(WSV-IDX-PTM)
                       TO WSV-LPD-CUOTAS-REST
                   MOVE WSV-PTM-CUOTAS-TOT(WSV-IDX-PTM)
                       TO WSV-LPD-CUOTAS-TOT
                   MOVE WSV-PTM-SALDO(WSV-IDX-PTM) TO WSV-LPD-SALDO
                   ADD WSV-PTM-SALDO(WSV-IDX-PTM)
                       TO WSV-PTM-TOT-SALDO
                   EVALUATE TRUE
                       WHEN WSS-PTM-CANCELADO(WSV-IDX-PTM)
                           MOVE 'CANCELADO' TO WSV-LPD-ESTADO
                           ADD 1 TO WSV-PTM-CANT-CANCELADOS
                       WHEN WSS-PTM-PARCIAL(WSV-IDX-PTM)
                           MOVE 'PARCIAL-TOPE' TO WSV-LPD-ESTADO
                       WHEN WSS-PTM-SIN-MARGEN(WSV-IDX-PTM)
                           MOVE 'SIN MARGEN' TO WSV-LPD-ESTADO
                       WHEN WSV-PTM-DESCONTADO(WSV-IDX-PTM) = 0
                        AND WSV-PTM-ULT-PERIODO(WSV-IDX-PTM)
                            = WSV-PERIODO-PTM
                           MOVE 'YA DESCONTADO' TO WSV-LPD-ESTADO
                       WHEN WSS-PTM-SIN-MOV(WSV-IDX-PTM)
                           MOVE 'SIN LIQUIDAR' TO WSV-LPD-ESTADO
                       WHEN OTHER
                           MOVE 'VIGENTE' TO WSV-LPD-ESTADO
                   END-EVALUATE
               END-IF
               ADD WSV-PTM-DESCONTADO(WSV-IDX-PTM)
                   TO WSV-PTM-TOT-DESCONTADO
               ADD 1 TO WSV-PTM-CANT-LISTADOS
               WRITE FD-ESTADO-PRESTAMO-REC
                   FROM WSV-LINEA-PTM-DETALLE
           END-IF.
       97B-ESCRIBIR-UN-PRESTAMO-END.
       EXIT.

      *----------------------------------------------------------------
      * Reescribe la cuenta corriente de prestamos completa desde la
      * tabla, con los saldos, las cuotas restantes, el estado y el
      * ultimo periodo descontado al cierre de la corrida.
      *----------------------------------------------------------------
       98-ACTUALIZAR-PRESTAMOS.
           OPEN OUTPUT FD-PRESTAMOS.
           IF WSV-FS-PRESTAMOS NOT = '00'
               DISPLAY "ERROR FATAL REGRABANDO CUENTA CORRIENTE DE "
                       "PRESTAMOS, STATUS " WSV-FS-PRESTAMOS
               STOP RUN
           END-IF.
           PERFORM 98B-GRABAR-UN-PRESTAMO
               VARYING WSV-IDX-PTM FROM 1 BY 1
               UNTIL WSV-IDX-PTM > WSV-CANT-PRESTAMOS.
           CLOSE FD-PRESTAMOS.
       98-ACTUALIZAR-PRESTAMOS-END.
       EXIT.

       98B-GRABAR-UN-PRESTAMO.
           WRITE FD-PRESTAMO-REC FROM WSV-PTM-DATOS(WSV-IDX-PTM).
       98B-GRABAR-UN-PRESTAMO-END.
       EXIT.

      *----------------------------------------------------------------
      * Agrega un registro a la bitacora de auditoria de la corrida,
      * seguido de los registros 'PEN' de sus archivos de pagos
      * pendientes de liberacion. OPEN EXTEND solo cae a OPEN
      * OUTPUT cuando la bitacora todavia no existe (status '35');
      * cualquier otro status de EXTEND es un error de E/S real y no
      * debe tratarse como "archivo nuevo", ya que OPEN OUTPUT trunca
      * la bitacora y perderia el historial de auditoria de corridas
      * anteriores.
      *----------------------------------------------------------------
       92-ESCRIBIR-AUDITORIA.
           OPEN EXTEND FD-AUDITORIA.
           MOVE WSV-TOT-BONO         TO WSV-AUD-TOT-BONO.
           MOVE WSC-TARIFA-VERSION   TO WSV-AUD-VERSION.
           WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA.
      * Un registro 'PEN' por archivo de pagos pendiente, con el
      * nombre con que se transmitira y la cantidad y el hash de su
      * trailer, que la liberacion controla contra el archivo.
           MOVE 'PEN' TO WSV-AUD-TIPO.
           MOVE 0 TO WSV-AUD-RECHAZADOS.
           MOVE 0 TO WSV-AUD-TOT-BONO.
           IF WSV-CANT-EMPRESAS-TOT = 0
               MOVE 'SUELBCO' TO WSV-AUD-VERSION
               MOVE 0 TO WSV-AUD-PROCESADOS
               MOVE 0 TO WSV-AUD-TOT-ANUAL
               WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA
           ELSE
               PERFORM 92B-AUDITAR-PENDIENTE
                   VARYING WSV-IDX-TE FROM 1 BY 1
                   UNTIL WSV-IDX-TE > WSV-CANT-EMPRESAS-TOT
           END-IF.
           MOVE SPACES TO WSV-AUD-TIPO.
           CLOSE FD-AUDITORIA.
       92-ESCRIBIR-AUDITORIA-END.
       EXIT.

       92B-AUDITAR-PENDIENTE.
           MOVE SPACES TO WSV-AUD-VERSION.
           STRING 'SUELBCO' DELIMITED BY SIZE
                  WSV-TE-CODIGO(WSV-IDX-TE) DELIMITED BY SPACE
                  INTO WSV-AUD-VERSION.
           MOVE WSV-TE-BCO-CANT(WSV-IDX-TE)    TO WSV-AUD-PROCESADOS.
           MOVE WSV-TE-BCO-IMPORTE(WSV-IDX-TE) TO WSV-AUD-TOT-ANUAL.
           WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA.
       92B-AUDITAR-PENDIENTE-END.
       EXIT.

      *----------------------------------------------------------------
      * Cierra los archivos abiertos durante la corrida. Los
      * archivos de trabajo de pagos y contable ya quedaron
