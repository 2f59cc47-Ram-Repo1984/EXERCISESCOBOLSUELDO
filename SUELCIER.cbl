      ******************************************************************
      * Modificaciones:
      *  - Version inicial del cierre de periodo.
      *  - La historia SUELHIS lleva al final el bloque de novedades
      *    del periodo (124 posiciones) y el checkpoint los totales
      *    de novedades.
      *  - Cada resguardo de historia queda anotado en el catalogo
      *    SUELHCAT con el rango de fechas de corrida que contiene,
      *    para que los procesos que recorren un periodo (SAC)
      *    sepan que resguardos leer.
      *  - Marca de liquidacion final al final del registro de
      *    historia (125 posiciones). Esos registros se archivan por
      *    su fecha de baja pero no cuentan como fecha de corrida, y
      *    el catalogo anota las fechas reales minima y maxima de
      *    los registros archivados.
      *  - El checkpoint de SUELDOS crecio con los totales de
      *    contribuciones patronales y de prestamos; se ajusta el
      *    largo del registro de checkpoint.
      *  - Los registros de pago de aguinaldo de la historia se
      *    archivan por su fecha pero no cuentan como fecha de
      *    corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELCIER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CIERRE.

           SELECT FD-CATALOGO     ASSIGN TO "SUELHCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.

           05  FD-HIS-DEDUCCIONES       PIC 9(06).
           05  FD-HIS-NETO              PIC 9(06).
           05  FD-HIS-EMPRESA           PIC X(03).
           05  FD-HIS-NOVEDADES.
               10  FD-HIS-DIAS-AUS       PIC 9(02).
               10  FD-HIS-IMP-AUS        PIC 9(06).
               10  FD-HIS-HORAS-50       PIC 9(03).
               10  FD-HIS-IMP-50         PIC 9(06).
               10  FD-HIS-HORAS-100      PIC 9(03).
               10  FD-HIS-IMP-100        PIC 9(06).
               10  FD-HIS-IMP-ADIC       PIC 9(06).
           05  FD-HIS-TIPO              PIC X(01).
               88  WSS-HIS-LIQ-FINAL    VALUE 'F'.
               88  WSS-HIS-PAGO-SAC     VALUE 'S'.

      * La bitacora de auditoria se trata como texto: solo importa
      * la fecha de corrida de las primeras ocho posiciones.
           LABEL RECORDS ARE STANDARD.
       01  FD-CHECKPOINT-REC.
           05  FD-CKP-ESTADO            PIC X(01).
           05  FILLER                   PIC X(3403).

       FD  FD-HIS-ARCHIVO
           LABEL RECORDS ARE STANDARD.
       01  FD-HIS-ARCHIVO-REC           PIC X(125).

       FD  FD-AUD-ARCHIVO
           LABEL RECORDS ARE STANDARD.

       FD  FD-HIS-NUEVO
           LABEL RECORDS ARE STANDARD.
       01  FD-HIS-NUEVO-REC             PIC X(125).

       FD  FD-AUD-NUEVO
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  FD-CIERRE-REC                PIC X(132).

      * Catalogo de resguardos de historia, acumulativo: un registro
      * por cierre con el nombre del resguardo, la fecha de corrida
      * mas vieja y la mas reciente que contiene y la cantidad de
      * registros. Lo leen los procesos que necesitan recorrer
      * corridas ya archivadas.
       FD  FD-CATALOGO
           LABEL RECORDS ARE STANDARD.
       01  FD-CATALOGO-REC.
           05  FD-CAT-ARCHIVO           PIC X(16).
           05  FD-CAT-FECHA-DESDE       PIC X(08).
           05  FD-CAT-FECHA-HASTA       PIC X(08).
           05  FD-CAT-REGISTROS         PIC 9(07).

       WORKING-STORAGE SECTION.
           01  WSV-FS-HISTORIA          PIC X(02) VALUE '00'.
           01  WSV-FS-AUDITORIA         PIC X(02) VALUE '00'.
           01  WSV-FS-HIS-NUEVO         PIC X(02) VALUE '00'.
           01  WSV-FS-AUD-NUEVO         PIC X(02) VALUE '00'.
           01  WSV-FS-CIERRE            PIC X(02) VALUE '00'.
           01  WSV-FS-CATALOGO          PIC X(02) VALUE '00'.

           01  WSV-SWITCHES.
               05  WSV-SW-FIN-ARCHIVO          PIC X(01) VALUE 'N'.
           01  WSV-FECHA-CORTE          PIC X(08) VALUE SPACES.
           01  WSV-FECHA-TOPE-ARCH      PIC X(08) VALUE SPACES.

      * Fechas minima y maxima de los registros efectivamente
      * archivados (incluye las bajas con liquidacion final, que
      * no son fechas de corrida), para el catalogo de resguardos.
           01  WSV-FECHA-MIN-ARCH       PIC X(08) VALUE HIGH-VALUES.
           01  WSV-FECHA-MAX-ARCH       PIC X(08) VALUE LOW-VALUES.

           01  WSV-ARCHIVO-HIS-ARCH     PIC X(16) VALUE SPACES.
           01  WSV-ARCHIVO-AUD-ARCH     PIC X(16) VALUE SPACES.

           PERFORM 10-INICIO.
           PERFORM 20-RELEVAR-FECHAS.
           PERFORM 30-CERRAR-HISTORIA.
           PERFORM 33-REGISTRAR-CATALOGO.
           PERFORM 40-CERRAR-AUDITORIA.
           PERFORM 50-VERIFICAR-VIVOS.
           PERFORM 90-CIERRE.
               NOT AT END
                   ADD 1 TO WSV-HIS-LEIDOS
                   ADD FD-HIS-NETO TO WSV-HIS-NETO-TOTAL
                   IF NOT WSS-HIS-LIQ-FINAL
                    AND NOT WSS-HIS-PAGO-SAC
                       PERFORM 22-REGISTRAR-FECHA
                   END-IF
           END-READ.
       21-LEER-FECHA-HISTORIA-END.
       EXIT.
                   IF FD-HIS-FECHA < WSV-FECHA-CORTE
                       ADD 1 TO WSV-HIS-ARCHIVADOS
                       ADD FD-HIS-NETO TO WSV-HIS-NETO-ARCH
                       IF FD-HIS-FECHA < WSV-FECHA-MIN-ARCH
                           MOVE FD-HIS-FECHA TO WSV-FECHA-MIN-ARCH
                       END-IF
                       IF FD-HIS-FECHA > WSV-FECHA-MAX-ARCH
                           MOVE FD-HIS-FECHA TO WSV-FECHA-MAX-ARCH
                       END-IF
                       WRITE FD-HIS-ARCHIVO-REC
                           FROM FD-HISTORIA-REC
                   ELSE
       32-COPIAR-HISTORIA-VIVA-END.
       EXIT.

      *----------------------------------------------------------------
      * Anota el resguardo de historia recien escrito en el catalogo
      * SUELHCAT, con el rango de fechas de los registros
      * archivados. Sin registros archivados queda el rango de
      * fechas de corrida (la mas vieja de la tabla y la tope).
      *----------------------------------------------------------------
       33-REGISTRAR-CATALOGO.
           OPEN EXTEND FD-CATALOGO.
           IF WSV-FS-CATALOGO = '35'
               OPEN OUTPUT FD-CATALOGO
           END-IF.
           IF WSV-FS-CATALOGO NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO CATALOGO DE RESGUARDOS, "
                       "STATUS " WSV-FS-CATALOGO
               STOP RUN
           END-IF.
           MOVE WSV-ARCHIVO-HIS-ARCH TO FD-CAT-ARCHIVO.
           IF WSV-HIS-ARCHIVADOS > 0
               MOVE WSV-FECHA-MIN-ARCH TO FD-CAT-FECHA-DESDE
               MOVE WSV-FECHA-MAX-ARCH TO FD-CAT-FECHA-HASTA
           ELSE
               MOVE WSV-FECHA-ENT(WSV-CANT-FECHAS)
                   TO FD-CAT-FECHA-DESDE
               MOVE WSV-FECHA-TOPE-ARCH TO FD-CAT-FECHA-HASTA
           END-IF.
           MOVE WSV-HIS-ARCHIVADOS TO FD-CAT-REGISTROS.
           WRITE FD-CATALOGO-REC.
           CLOSE FD-CATALOGO.
       33-REGISTRAR-CATALOGO-END.
       EXIT.

      *----------------------------------------------------------------
      * Cierre de la bitacora de auditoria con el mismo corte de
      * fechas: los registros de corridas cerradas van al resguardo
