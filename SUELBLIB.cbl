      ******************************************************************
      * Author:
      * Date:
      * Purpose:   Liberacion de los archivos de pagos al banco con
      *            aprobacion de una segunda persona. Toma de la
      *            bitacora de auditoria SUELAUD los archivos que
      *            SUELDOS, SUELSAC y SUELLIQF dejaron pendientes
      *            (registros 'PEN', con la cantidad y el hash del
      *            trailer de cada empresa), muestra los totales de
      *            la corrida y de cada empresa, recalcula la
      *            cantidad y el hash del detalle de cada archivo
      *            pendiente (SUELBCP, SUELSBP o SUELFBP + codigo) y
      *            los controla contra su trailer y contra la
      *            bitacora. El aprobador (usuario USER) debe ser
      *            otro que el que hizo la corrida. Con la
      *            confirmacion del aprobador genera los archivos que
      *            se transmiten (SUELBCO y SUELDOC, SUELSBC y
      *            SUELSDC o SUELFBC y SUELFDC + codigo), controla
      *            que lo copiado sea lo verificado y vacia los
      *            pendientes. Al liberar un SAC o una liquidacion
      *            final agrega a la historia SUELHIS los registros
      *            de pago de SAC que SUELSAC dejo pendientes
      *            (SUELSHP + codigo) o los de liquidacion final que
      *            dejo SUELLIQF (SUELFHP + codigo). Cada liberacion
      *            ('APR') y cada rechazo ('RCH', con el motivo)
      *            queda en SUELAUD, y el listado SUELLIBL resume lo
      *            decidido.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      *  - Version inicial de la liberacion de archivos de pagos.
      *  - Libera tambien los archivos pendientes del SAC (SUELSBP y
      *    SUELSDP) y de la liquidacion final (SUELFBP y SUELFDP);
      *    los nombres salen de la familia del archivo a transmitir.
      *  - La copia al archivo a transmitir recalcula cantidad y hash
      *    y los controla contra lo verificado: si el pendiente
      *    cambio entre el control y la copia, se anula la copia, se
      *    conservan los pendientes y se registra el rechazo.
      *  - La liberacion de una liquidacion final agrega a SUELHIS
      *    los registros de historia pendientes (SUELFHP + codigo) y
      *    los vacia; se controla que haya uno por transferencia.
      *  - Lo mismo para los registros de pago de SAC pendientes
      *    (SUELSHP + codigo) al liberar un archivo de pagos del SAC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELBLIB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FD-AUDITORIA    ASSIGN TO "SUELAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDITORIA.

      * Archivo de pagos pendiente que dejo la corrida (SUELBCP,
      * SUELSBP o SUELFBP + codigo) y archivo a transmitir que se
      * genera al liberarlo (SUELBCO, SUELSBC o SUELFBC + codigo).
           SELECT FD-BANCO-PEND   ASSIGN USING WSV-ARCHIVO-BCO-PEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BANCO-PEND.

           SELECT FD-BANCO-DEF    ASSIGN USING WSV-ARCHIVO-BCO-DEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BANCO-DEF.

      * Salida contable pendiente (SUELDCP, SUELSDP o SUELFDP +
      * codigo) y definitiva (SUELDOC, SUELSDC o SUELFDC + codigo)
      * de la misma empresa.
           SELECT FD-CONTA-PEND   ASSIGN USING WSV-ARCHIVO-DOC-PEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CONTA-PEND.

           SELECT FD-CONTA-DEF    ASSIGN USING WSV-ARCHIVO-DOC-DEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-CONTA-DEF.

      * Historia pendiente del SAC (SUELSHP + codigo) o de la
      * liquidacion final (SUELFHP + codigo) que se agrega a la
      * historia de corridas al liberar el archivo de pagos.
           SELECT FD-HIST-PEND    ASSIGN USING WSV-ARCHIVO-HIS-PEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HIST-PEND.

           SELECT FD-HISTORIA     ASSIGN TO "SUELHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-HISTORIA.

           SELECT FD-LISTADO      ASSIGN TO "SUELLIBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  FD-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-REC                 PIC X(100).

      * Archivo de pagos tal como lo genera SUELDOS: cabecera 'H',
      * transferencias 'D' y trailer de control 'T' (cantidad y hash
      * de importes), ver WSV-REG-BCO-* de SUELDOS.
       FD  FD-BANCO-PEND
           LABEL RECORDS ARE STANDARD.
       01  FD-BANCO-PEND-REC            PIC X(41).

       FD  FD-BANCO-DEF
           LABEL RECORDS ARE STANDARD.
       01  FD-BANCO-DEF-REC             PIC X(41).

       FD  FD-CONTA-PEND
           LABEL RECORDS ARE STANDARD.
       01  FD-CONTA-PEND-REC            PIC X(116).

       FD  FD-CONTA-DEF
           LABEL RECORDS ARE STANDARD.
       01  FD-CONTA-DEF-REC             PIC X(116).

      * Registro de historia tal como lo graba SUELDOS, ver
      * FD-HISTORIA-REC de SUELDOS.
       FD  FD-HIST-PEND
           LABEL RECORDS ARE STANDARD.
       01  FD-HIST-PEND-REC             PIC X(125).

       FD  FD-HISTORIA
           LABEL RECORDS ARE STANDARD.
       01  FD-HISTORIA-REC              PIC X(125).

       FD  FD-LISTADO
           LABEL RECORDS ARE STANDARD.
       01  FD-LISTADO-REC               PIC X(132).

       WORKING-STORAGE SECTION.
           01  WSV-FS-AUDITORIA         PIC X(02) VALUE '00'.
           01  WSV-FS-BANCO-PEND        PIC X(02) VALUE '00'.
           01  WSV-FS-BANCO-DEF         PIC X(02) VALUE '00'.
           01  WSV-FS-CONTA-PEND        PIC X(02) VALUE '00'.
           01  WSV-FS-CONTA-DEF         PIC X(02) VALUE '00'.
           01  WSV-FS-HIST-PEND         PIC X(02) VALUE '00'.
           01  WSV-FS-HISTORIA          PIC X(02) VALUE '00'.
           01  WSV-FS-LISTADO           PIC X(02) VALUE '00'.

      * Nombres de los archivos de la empresa en proceso.
           01  WSV-ARCHIVO-BCO-PEND     PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-BCO-DEF      PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-DOC-PEND     PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-DOC-DEF      PIC X(10) VALUE SPACES.
           01  WSV-ARCHIVO-HIS-PEND     PIC X(10) VALUE SPACES.

      * Registros de la historia pendiente de la empresa en proceso.
           01  WSV-CANT-HIS-PEND        PIC 9(06) VALUE 0.

           01  WSV-SWITCHES.
               05  WSV-SW-FIN-ARCHIVO          PIC X(01) VALUE 'N'.
                   88  WSS-FIN-ARCHIVO         VALUE 'S'.
               05  WSV-SW-ARCHIVO-HALLADO      PIC X(01) VALUE 'N'.
                   88  WSS-ARCHIVO-HALLADO     VALUE 'S'.
                   88  WSS-ARCHIVO-NO-HALLADO  VALUE 'N'.
               05  WSV-SW-TRAILER-LEIDO        PIC X(01) VALUE 'N'.
                   88  WSS-TRAILER-LEIDO       VALUE 'S'.
               05  WSV-SW-DETALLE-INVALIDO     PIC X(01) VALUE 'N'.
                   88  WSS-DETALLE-INVALIDO    VALUE 'S'.
               05  WSV-SW-FAMILIA-HALLADA      PIC X(01) VALUE 'N'.
                   88  WSS-FAMILIA-HALLADA     VALUE 'S'.
                   88  WSS-FAMILIA-NO-HALLADA  VALUE 'N'.
               05  WSV-SW-COPIA-ALTERADA       PIC X(01) VALUE 'N'.
                   88  WSS-COPIA-ALTERADA      VALUE 'S'.
                   88  WSS-COPIA-CONFORME      VALUE 'N'.

      * Familias de archivos de pagos: por el prefijo del archivo a
      * transmitir que trae el 'PEN' se toman los prefijos del
      * pendiente, de las salidas contables definitiva y pendiente
      * y, si la tiene, de la historia pendiente (corrida mensual,
      * SAC y liquidacion final).
           01  WSC-FAMILIAS-ARCHIVOS.
               05  FILLER               PIC X(35)
                      VALUE 'SUELBCOSUELBCPSUELDOCSUELDCP       '.
               05  FILLER               PIC X(35)
                      VALUE 'SUELSBCSUELSBPSUELSDCSUELSDPSUELSHP'.
               05  FILLER               PIC X(35)
                      VALUE 'SUELFBCSUELFBPSUELFDCSUELFDPSUELFHP'.
           01  FILLER REDEFINES WSC-FAMILIAS-ARCHIVOS.
               05  WSC-FAMILIA-ENT OCCURS 3 TIMES.
                   10  WSC-FAM-BCO-DEF      PIC X(07).
                   10  WSC-FAM-BCO-PEND     PIC X(07).
                   10  WSC-FAM-DOC-DEF      PIC X(07).
                   10  WSC-FAM-DOC-PEND     PIC X(07).
                   10  WSC-FAM-HIS-PEND     PIC X(07).
           01  WSC-CANT-FAMILIAS        PIC 9(01) VALUE 3.
           01  WSV-IDX-FAM              PIC 9(01) VALUE 0.

      * Aprobador y momento de la liberacion.
           01  WSV-USUARIO-APROB        PIC X(08) VALUE SPACES.
           01  WSV-FECHA-PROCESO        PIC X(08).
           01  WSV-HORA-PROCESO         PIC X(06).

      * Respuesta del aprobador a la confirmacion.
           01  WSV-RESPUESTA            PIC X(01) VALUE SPACE.
               88  WSS-RESPUESTA-SI     VALUE 'S' 's'.

      * Imagen del registro de auditoria tal como lo graba
      * 92-ESCRIBIR-AUDITORIA de SUELDOS (y la auditoria de SUELSAC
      * y SUELLIQF, con su tipo de corrida): en los registros de
      * liberacion ('PEN', 'APR', 'RCH') los procesados son la
      * cantidad de transferencias, el anual es el hash de
      * importes y la version es el archivo a transmitir.
           01  WSV-REG-AUDITORIA.
               05  WSV-RA-FECHA         PIC X(08).
               05  FILLER               PIC X(01).
               05  WSV-RA-HORA          PIC X(06).
               05  FILLER               PIC X(01).
               05  WSV-RA-USUARIO       PIC X(08).
               05  FILLER               PIC X(01).
               05  WSV-RA-PROC-X        PIC X(06).
               05  FILLER               PIC X(01).
               05  WSV-RA-RECH-X        PIC X(06).
               05  FILLER               PIC X(01).
               05  WSV-RA-ANUAL-X       PIC X(13).
               05  FILLER               PIC X(01).
               05  WSV-RA-BONO-X        PIC X(12).
               05  FILLER               PIC X(01).
               05  WSV-RA-VERSION       PIC X(10).
               05  FILLER               PIC X(01).
               05  WSV-RA-TIPO          PIC X(03).
                   88  WSS-RA-CORRIDA         VALUE SPACES 'SAC'
                                                    'LIQ'.
                   88  WSS-RA-PENDIENTE       VALUE 'PEN'.
                   88  WSS-RA-LIBERADO        VALUE 'APR'.
                   88  WSS-RA-RECHAZADO       VALUE 'RCH'.
               05  FILLER               PIC X(01).
               05  WSV-RA-MOTIVO        PIC X(10).

      * Registro que se agrega a la bitacora por cada decision.
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
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-AUD-MOTIVO       PIC X(10).

      * Campos de conversion de los importes editados.
           01  WSV-NUM6-X               PIC X(06).
           01  WSV-NUM6-R REDEFINES WSV-NUM6-X
                                        PIC 9(06).
           01  WSV-NUM13-X              PIC X(13).
           01  WSV-NUM13-R REDEFINES WSV-NUM13-X
                                        PIC 9(13).

      * Ultima corrida (de SUELDOS, SUELSAC o SUELLIQF) leida de la
      * bitacora, para mostrar sus totales junto a sus archivos
      * pendientes.
           01  WSV-ULT-CORRIDA.
               05  WSV-UC-FECHA         PIC X(08) VALUE SPACES.
               05  WSV-UC-HORA          PIC X(06) VALUE SPACES.
               05  WSV-UC-PROC          PIC 9(06) VALUE 0.
               05  WSV-UC-RECH          PIC 9(06) VALUE 0.

      * Estado de cada archivo de pagos segun la bitacora: el
      * ultimo 'PEN' lo deja pendiente y un 'APR' posterior lo da
      * por liberado; un 'RCH' no cambia el estado (el archivo
      * sigue pendiente hasta que otra liberacion lo apruebe o una
      * nueva corrida lo reemplace). El tope de 30 archivos cubre,
      * en cada una de las tres familias, las 5 empresas y el nombre
      * historico monoempresa.
           01  WSV-TABLA-ARCHIVOS.
               05  WSV-CANT-ARCHIVOS    PIC 9(02) VALUE 0.
               05  WSV-ARC-ENT OCCURS 30 TIMES.
                   10  WSV-ARC-NOMBRE       PIC X(10).
                   10  WSV-ARC-ESTADO       PIC X(01).
                       88  WSS-ARC-PENDIENTE   VALUE 'P'.
                       88  WSS-ARC-LIBERADO    VALUE 'L'.
                   10  WSV-ARC-FECHA        PIC X(08).
                   10  WSV-ARC-HORA         PIC X(06).
                   10  WSV-ARC-USUARIO      PIC X(08).
                   10  WSV-ARC-CANT         PIC 9(06).
                   10  WSV-ARC-HASH         PIC 9(12).
                   10  WSV-ARC-PROC         PIC 9(06).
                   10  WSV-ARC-RECH         PIC 9(06).
                   10  WSV-ARC-RECHAZOS     PIC 9(03).
                   10  WSV-ARC-EMPRESA      PIC X(30).
                   10  WSV-ARC-DET-CANT     PIC 9(06).
                   10  WSV-ARC-DET-HASH     PIC 9(12).
                   10  WSV-ARC-TRL-CANT     PIC 9(06).
                   10  WSV-ARC-TRL-HASH     PIC 9(12).
                   10  WSV-ARC-CONTROL      PIC X(01).
                       88  WSS-ARC-VERIFICADO  VALUE 'V'.
                       88  WSS-ARC-OBSERVADO   VALUE 'R'.
                   10  WSV-ARC-MOTIVO       PIC X(10).
           01  WSV-IDX-ARC              PIC 9(02) VALUE 0.
           01  WSV-NOMBRE-BUSQ          PIC X(10) VALUE SPACES.

      * Vistas del registro del archivo de pagos segun su tipo.
           01  WSV-REG-BCO.
               05  WSV-BCO-TIPO         PIC X(01).
               05  WSV-BCO-RESTO        PIC X(40).
           01  WSV-REG-BCO-CABECERA REDEFINES WSV-REG-BCO.
               05  FILLER               PIC X(01).
               05  WSV-BH-FECHA         PIC X(08).
               05  WSV-BH-EMPRESA       PIC X(30).
               05  FILLER               PIC X(02).
           01  WSV-REG-BCO-DETALLE REDEFINES WSV-REG-BCO.
               05  FILLER               PIC X(01).
               05  WSV-BD-LEGAJO        PIC X(08).
               05  WSV-BD-CBU           PIC X(22).
               05  WSV-BD-IMPORTE       PIC 9(10).
           01  WSV-REG-BCO-TRAILER REDEFINES WSV-REG-BCO.
               05  FILLER               PIC X(01).
               05  WSV-BT-CANTIDAD      PIC 9(06).
               05  WSV-BT-HASH          PIC 9(12).
               05  FILLER               PIC X(22).

      * Contadores de la liberacion.
           01  WSV-CANT-PENDIENTES      PIC 9(02) VALUE 0.
           01  WSV-CANT-VERIFICADOS     PIC 9(02) VALUE 0.
           01  WSV-CANT-LIBERADOS       PIC 9(02) VALUE 0.
           01  WSV-CANT-RECHAZADOS      PIC 9(02) VALUE 0.
           01  WSV-CANT-COPIADOS        PIC 9(07) VALUE 0.

      * Cantidad y hash del detalle y trailer efectivamente copiados
      * al archivo a transmitir.
           01  WSV-COP-DET-CANT         PIC 9(06) VALUE 0.
           01  WSV-COP-DET-HASH         PIC 9(12) VALUE 0.
           01  WSV-COP-TRL-CANT         PIC 9(06) VALUE 0.
           01  WSV-COP-TRL-HASH         PIC 9(12) VALUE 0.

      * Lineas de impresion del listado de liberacion.
           01  WSV-LINEA-ENCABEZADO     PIC X(132).
           01  WSV-LINEA-EN-BLANCO      PIC X(132) VALUE SPACES.

           01  WSV-LINEA-ENCAB-COL.
               05  FILLER               PIC X(12) VALUE 'ARCHIVO'.
               05  FILLER               PIC X(17) VALUE 'CORRIDA'.
               05  FILLER               PIC X(10) VALUE 'USUARIO'.
               05  FILLER               PIC X(22) VALUE 'EMPRESA'.
               05  FILLER               PIC X(09) VALUE '   CANT.'.
               05  FILLER               PIC X(17)
                                         VALUE '        IMPORTE'.
               05  FILLER               PIC X(13) VALUE 'CONTROL'.
               05  FILLER               PIC X(10) VALUE 'ESTADO'.
               05  FILLER               PIC X(22) VALUE SPACES.

           01  WSV-LINEA-DETALLE.
               05  WSV-LD-ARCHIVO       PIC X(10).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-FECHA         PIC X(08).
               05  FILLER               PIC X(01) VALUE SPACE.
               05  WSV-LD-HORA          PIC X(06).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-USUARIO       PIC X(08).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-EMPRESA       PIC X(20).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-CANT          PIC ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-IMPORTE       PIC ZZZ,ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-CONTROL       PIC X(11).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-LD-ESTADO        PIC X(10).
               05  FILLER               PIC X(22) VALUE SPACES.

           01  WSV-LINEA-RESUMEN.
               05  WSV-RS-TEXTO         PIC X(26).
               05  FILLER               PIC X(02) VALUE SPACES.
               05  WSV-RS-CANTIDAD      PIC ZZ9.
               05  FILLER               PIC X(101) VALUE SPACES.

       PROCEDURE DIVISION.

       00-CONTROL.
           PERFORM 10-INICIO.
           PERFORM 20-VERIFICAR-PENDIENTES.
           PERFORM 30-DECIDIR-LIBERACION.
           PERFORM 90-CIERRE.
       STOP RUN.
       00-CONTROL-END.
       EXIT.

      *----------------------------------------------------------------
      * Toma el aprobador del ambiente, arma desde la bitacora el
      * estado de cada archivo de pagos y abre el listado.
      *----------------------------------------------------------------
       10-INICIO.
           ACCEPT WSV-USUARIO-APROB FROM ENVIRONMENT "USER".
           IF WSV-USUARIO-APROB = SPACES
            OR WSV-USUARIO-APROB = LOW-VALUES
               DISPLAY "SIN USUARIO APROBADOR (USER), NO SE LIBERAN "
                       "ARCHIVOS DE PAGOS"
               STOP RUN
           END-IF.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT WSV-HORA-PROCESO FROM TIME.
           OPEN INPUT FD-AUDITORIA.
           IF WSV-FS-AUDITORIA NOT = '00'
               DISPLAY "BITACORA DE AUDITORIA NO DISPONIBLE, STATUS "
                       WSV-FS-AUDITORIA
               STOP RUN
           END-IF.
           PERFORM 11-LEER-AUDITORIA
               UNTIL WSS-FIN-ARCHIVO.
           CLOSE FD-AUDITORIA.
           MOVE 'N' TO WSV-SW-FIN-ARCHIVO.
           OPEN OUTPUT FD-LISTADO.
           IF WSV-FS-LISTADO NOT = '00'
               DISPLAY "ERROR FATAL ABRIENDO LISTADO DE LIBERACION, "
                       "STATUS " WSV-FS-LISTADO
               STOP RUN
           END-IF.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO.
           STRING "LIBERACION DE ARCHIVOS DE PAGOS - " DELIMITED BY SIZE
                  WSV-FECHA-PROCESO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WSV-HORA-PROCESO DELIMITED BY SIZE
                  " - APROBADOR " DELIMITED BY SIZE
                  WSV-USUARIO-APROB DELIMITED BY SIZE
                  INTO WSV-LINEA-ENCABEZADO.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-ENCABEZADO.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-ENCAB-COL.
       10-INICIO-END.
       EXIT.

       11-LEER-AUDITORIA.
           READ FD-AUDITORIA
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-AUDIT-REC TO WSV-REG-AUDITORIA
                   EVALUATE TRUE
                       WHEN WSS-RA-CORRIDA
                           PERFORM 12-GUARDAR-CORRIDA
                       WHEN WSS-RA-PENDIENTE
                           PERFORM 13-REGISTRAR-PENDIENTE
                       WHEN WSS-RA-LIBERADO
                           MOVE WSV-RA-VERSION TO WSV-NOMBRE-BUSQ
                           PERFORM 15-BUSCAR-ARCHIVO
                           IF WSS-ARCHIVO-HALLADO
                               SET WSS-ARC-LIBERADO(WSV-IDX-ARC)
                                   TO TRUE
                           END-IF
                       WHEN WSS-RA-RECHAZADO
                           MOVE WSV-RA-VERSION TO WSV-NOMBRE-BUSQ
                           PERFORM 15-BUSCAR-ARCHIVO
                           IF WSS-ARCHIVO-HALLADO
                               ADD 1 TO WSV-ARC-RECHAZOS(WSV-IDX-ARC)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       11-LEER-AUDITORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Guarda fecha, hora, procesados y rechazados de una corrida
      * de SUELDOS, SUELSAC o SUELLIQF; los registros 'PEN' que la
      * siguen llevan la misma fecha y hora.
      *----------------------------------------------------------------
       12-GUARDAR-CORRIDA.
           MOVE WSV-RA-FECHA TO WSV-UC-FECHA.
           MOVE WSV-RA-HORA  TO WSV-UC-HORA.
           MOVE WSV-RA-PROC-X TO WSV-NUM6-X.
           PERFORM 14-CONVERTIR-NUM6.
           MOVE WSV-NUM6-R TO WSV-UC-PROC.
           MOVE WSV-RA-RECH-X TO WSV-NUM6-X.
           PERFORM 14-CONVERTIR-NUM6.
           MOVE WSV-NUM6-R TO WSV-UC-RECH.
       12-GUARDAR-CORRIDA-END.
       EXIT.

       13-REGISTRAR-PENDIENTE.
           MOVE WSV-RA-VERSION TO WSV-NOMBRE-BUSQ.
           PERFORM 15-BUSCAR-ARCHIVO.
           IF WSS-ARCHIVO-NO-HALLADO
               IF WSV-CANT-ARCHIVOS < 30
                   ADD 1 TO WSV-CANT-ARCHIVOS
                   MOVE WSV-CANT-ARCHIVOS TO WSV-IDX-ARC
                   MOVE WSV-RA-VERSION
                       TO WSV-ARC-NOMBRE(WSV-IDX-ARC)
                   SET WSS-ARCHIVO-HALLADO TO TRUE
               ELSE
                   DISPLAY "TABLA DE ARCHIVOS LLENA, SE OMITE "
                           WSV-RA-VERSION
               END-IF
           END-IF.
           IF WSS-ARCHIVO-HALLADO
               SET WSS-ARC-PENDIENTE(WSV-IDX-ARC) TO TRUE
               MOVE WSV-RA-FECHA   TO WSV-ARC-FECHA(WSV-IDX-ARC)
               MOVE WSV-RA-HORA    TO WSV-ARC-HORA(WSV-IDX-ARC)
               MOVE WSV-RA-USUARIO TO WSV-ARC-USUARIO(WSV-IDX-ARC)
               MOVE WSV-RA-PROC-X TO WSV-NUM6-X
               PERFORM 14-CONVERTIR-NUM6
               MOVE WSV-NUM6-R TO WSV-ARC-CANT(WSV-IDX-ARC)
               MOVE WSV-RA-ANUAL-X TO WSV-NUM13-X
               INSPECT WSV-NUM13-X REPLACING LEADING SPACE BY '0'
               IF WSV-NUM13-X IS NUMERIC
                   MOVE WSV-NUM13-R TO WSV-ARC-HASH(WSV-IDX-ARC)
               ELSE
                   MOVE 0 TO WSV-ARC-HASH(WSV-IDX-ARC)
               END-IF
               MOVE 0 TO WSV-ARC-RECHAZOS(WSV-IDX-ARC)
               IF WSV-RA-FECHA = WSV-UC-FECHA
                AND WSV-RA-HORA = WSV-UC-HORA
                   MOVE WSV-UC-PROC TO WSV-ARC-PROC(WSV-IDX-ARC)
                   MOVE WSV-UC-RECH TO WSV-ARC-RECH(WSV-IDX-ARC)
               ELSE
                   MOVE 0 TO WSV-ARC-PROC(WSV-IDX-ARC)
                   MOVE 0 TO WSV-ARC-RECH(WSV-IDX-ARC)
               END-IF
           END-IF.
       13-REGISTRAR-PENDIENTE-END.
       EXIT.

      *----------------------------------------------------------------
      * Convierte un campo editado de 6 posiciones (con supresion de
      * ceros) a numerico; uno invalido queda en cero.
      *----------------------------------------------------------------
       14-CONVERTIR-NUM6.
           INSPECT WSV-NUM6-X REPLACING LEADING SPACE BY '0'.
           IF WSV-NUM6-X IS NOT NUMERIC
               MOVE ZEROS TO WSV-NUM6-X
           END-IF.
       14-CONVERTIR-NUM6-END.
       EXIT.

       15-BUSCAR-ARCHIVO.
           SET WSS-ARCHIVO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-ARC.
           PERFORM 15B-COMPARAR-ARCHIVO
               UNTIL WSV-IDX-ARC > WSV-CANT-ARCHIVOS
                  OR WSS-ARCHIVO-HALLADO.
       15-BUSCAR-ARCHIVO-END.
       EXIT.

       15B-COMPARAR-ARCHIVO.
           IF WSV-ARC-NOMBRE(WSV-IDX-ARC) = WSV-NOMBRE-BUSQ
               SET WSS-ARCHIVO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-ARC
           END-IF.
       15B-COMPARAR-ARCHIVO-END.
       EXIT.

      *----------------------------------------------------------------
      * Controla cada archivo pendiente y muestra sus totales.
      *----------------------------------------------------------------
       20-VERIFICAR-PENDIENTES.
           PERFORM 21-VERIFICAR-ARCHIVO
               VARYING WSV-IDX-ARC FROM 1 BY 1
               UNTIL WSV-IDX-ARC > WSV-CANT-ARCHIVOS.
           IF WSV-CANT-PENDIENTES = 0
               DISPLAY "NO HAY ARCHIVOS DE PAGOS PENDIENTES DE "
                       "LIBERACION"
           END-IF.
       20-VERIFICAR-PENDIENTES-END.
       EXIT.

      *----------------------------------------------------------------
      * Relee el archivo pendiente recalculando cantidad y hash del
      * detalle y los controla contra el trailer y contra el 'PEN'
      * de la bitacora; exige tambien la salida contable pendiente,
      * la historia pendiente con un registro por transferencia en
      * el SAC y la liquidacion final, y un aprobador distinto del
      * usuario de la corrida. El primer control que falla da el
      * motivo del rechazo.
      *----------------------------------------------------------------
       21-VERIFICAR-ARCHIVO.
           IF WSS-ARC-PENDIENTE(WSV-IDX-ARC)
               ADD 1 TO WSV-CANT-PENDIENTES
               PERFORM 22-ARMAR-NOMBRES
               MOVE SPACES TO WSV-ARC-EMPRESA(WSV-IDX-ARC)
               MOVE 0 TO WSV-ARC-DET-CANT(WSV-IDX-ARC)
               MOVE 0 TO WSV-ARC-DET-HASH(WSV-IDX-ARC)
               MOVE 0 TO WSV-ARC-TRL-CANT(WSV-IDX-ARC)
               MOVE 0 TO WSV-ARC-TRL-HASH(WSV-IDX-ARC)
               MOVE 'N' TO WSV-SW-TRAILER-LEIDO
               MOVE 'N' TO WSV-SW-DETALLE-INVALIDO
               SET WSS-ARC-OBSERVADO(WSV-IDX-ARC) TO TRUE
               IF WSS-FAMILIA-HALLADA
                   PERFORM 21B-LEER-PENDIENTES
               END-IF
               EVALUATE TRUE
                   WHEN WSS-FAMILIA-NO-HALLADA
                       MOVE 'NOMBRE' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN WSV-FS-BANCO-PEND NOT = '00'
                       MOVE 'SIN ARCH.' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN NOT WSS-TRAILER-LEIDO
                       MOVE 'SIN TRAIL.' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN WSS-DETALLE-INVALIDO
                       MOVE 'DET. INVAL' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN WSV-ARC-DET-CANT(WSV-IDX-ARC) NOT =
                        WSV-ARC-TRL-CANT(WSV-IDX-ARC)
                    OR WSV-ARC-DET-HASH(WSV-IDX-ARC) NOT =
                        WSV-ARC-TRL-HASH(WSV-IDX-ARC)
                       MOVE 'TRAILER' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN WSV-ARC-TRL-CANT(WSV-IDX-ARC) NOT =
                        WSV-ARC-CANT(WSV-IDX-ARC)
                    OR WSV-ARC-TRL-HASH(WSV-IDX-ARC) NOT =
                        WSV-ARC-HASH(WSV-IDX-ARC)
                       MOVE 'BITACORA' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN WSV-FS-CONTA-PEND NOT = '00'
                       MOVE 'SIN CONTA' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN WSV-FS-HIST-PEND NOT = '00'
                       MOVE 'SIN HIST.' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN WSV-ARCHIVO-HIS-PEND NOT = SPACES
                    AND WSV-CANT-HIS-PEND NOT =
                        WSV-ARC-DET-CANT(WSV-IDX-ARC)
                       MOVE 'HISTORIA' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN WSV-ARC-USUARIO(WSV-IDX-ARC) =
                        WSV-USUARIO-APROB
                       MOVE 'MISMO USR' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   WHEN OTHER
                       MOVE 'OK' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                       SET WSS-ARC-VERIFICADO(WSV-IDX-ARC) TO TRUE
                       ADD 1 TO WSV-CANT-VERIFICADOS
               END-EVALUATE
               PERFORM 24-MOSTRAR-ARCHIVO
           END-IF.
       21-VERIFICAR-ARCHIVO-END.
       EXIT.

       21B-LEER-PENDIENTES.
           OPEN INPUT FD-BANCO-PEND.
           IF WSV-FS-BANCO-PEND = '00'
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
               PERFORM 23-LEER-PENDIENTE
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-BANCO-PEND
           END-IF.
           OPEN INPUT FD-CONTA-PEND.
           IF WSV-FS-CONTA-PEND = '00'
               CLOSE FD-CONTA-PEND
           END-IF.
           MOVE 0 TO WSV-CANT-HIS-PEND.
           MOVE '00' TO WSV-FS-HIST-PEND.
           IF WSV-ARCHIVO-HIS-PEND NOT = SPACES
               OPEN INPUT FD-HIST-PEND
               IF WSV-FS-HIST-PEND = '00'
                   MOVE 'N' TO WSV-SW-FIN-ARCHIVO
                   PERFORM 21C-CONTAR-HISTORIA
                       UNTIL WSS-FIN-ARCHIVO
                   CLOSE FD-HIST-PEND
               END-IF
           END-IF.
       21B-LEER-PENDIENTES-END.
       EXIT.

       21C-CONTAR-HISTORIA.
           READ FD-HIST-PEND
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WSV-CANT-HIS-PEND
           END-READ.
       21C-CONTAR-HISTORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Nombres pendientes y definitivos de la empresa: el archivo
      * a transmitir es el del 'PEN' (SUELBCO, SUELSBC o SUELFBC +
      * codigo) y su familia da los prefijos del pendiente, de las
      * salidas contables y de la historia pendiente del SAC o de
      * la liquidacion final, con el mismo codigo de empresa. Un
      * archivo de una familia desconocida no se libera.
      *----------------------------------------------------------------
       22-ARMAR-NOMBRES.
           MOVE WSV-ARC-NOMBRE(WSV-IDX-ARC) TO WSV-ARCHIVO-BCO-DEF.
           MOVE SPACES TO WSV-ARCHIVO-BCO-PEND.
           MOVE SPACES TO WSV-ARCHIVO-DOC-PEND.
           MOVE SPACES TO WSV-ARCHIVO-DOC-DEF.
           MOVE SPACES TO WSV-ARCHIVO-HIS-PEND.
           SET WSS-FAMILIA-NO-HALLADA TO TRUE.
           MOVE 1 TO WSV-IDX-FAM.
           PERFORM 22B-COMPARAR-FAMILIA
               UNTIL WSV-IDX-FAM > WSC-CANT-FAMILIAS
                  OR WSS-FAMILIA-HALLADA.
           IF WSS-FAMILIA-HALLADA
               STRING WSC-FAM-BCO-PEND(WSV-IDX-FAM) DELIMITED BY SIZE
                      WSV-ARC-NOMBRE(WSV-IDX-ARC)(8:3)
                          DELIMITED BY SPACE
                      INTO WSV-ARCHIVO-BCO-PEND
               STRING WSC-FAM-DOC-PEND(WSV-IDX-FAM) DELIMITED BY SIZE
                      WSV-ARC-NOMBRE(WSV-IDX-ARC)(8:3)
                          DELIMITED BY SPACE
                      INTO WSV-ARCHIVO-DOC-PEND
               STRING WSC-FAM-DOC-DEF(WSV-IDX-FAM) DELIMITED BY SIZE
                      WSV-ARC-NOMBRE(WSV-IDX-ARC)(8:3)
                          DELIMITED BY SPACE
                      INTO WSV-ARCHIVO-DOC-DEF
               IF WSC-FAM-HIS-PEND(WSV-IDX-FAM) NOT = SPACES
                   STRING WSC-FAM-HIS-PEND(WSV-IDX-FAM)
                              DELIMITED BY SIZE
                          WSV-ARC-NOMBRE(WSV-IDX-ARC)(8:3)
                              DELIMITED BY SPACE
                          INTO WSV-ARCHIVO-HIS-PEND
               END-IF
           END-IF.
       22-ARMAR-NOMBRES-END.
       EXIT.

       22B-COMPARAR-FAMILIA.
           IF WSV-ARC-NOMBRE(WSV-IDX-ARC)(1:7)
              = WSC-FAM-BCO-DEF(WSV-IDX-FAM)
               SET WSS-FAMILIA-HALLADA TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-FAM
           END-IF.
       22B-COMPARAR-FAMILIA-END.
       EXIT.

       23-LEER-PENDIENTE.
           READ FD-BANCO-PEND
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-BANCO-PEND-REC TO WSV-REG-BCO
                   EVALUATE WSV-BCO-TIPO
                       WHEN 'H'
                           MOVE WSV-BH-EMPRESA
                               TO WSV-ARC-EMPRESA(WSV-IDX-ARC)
                       WHEN 'D'
                           ADD 1 TO WSV-ARC-DET-CANT(WSV-IDX-ARC)
                           IF WSV-BD-IMPORTE IS NUMERIC
                               ADD WSV-BD-IMPORTE
                                   TO WSV-ARC-DET-HASH(WSV-IDX-ARC)
                           ELSE
                               SET WSS-DETALLE-INVALIDO TO TRUE
                           END-IF
                       WHEN 'T'
                           IF WSV-BT-CANTIDAD IS NUMERIC
                            AND WSV-BT-HASH IS NUMERIC
                               MOVE WSV-BT-CANTIDAD
                                   TO WSV-ARC-TRL-CANT(WSV-IDX-ARC)
                               MOVE WSV-BT-HASH
                                   TO WSV-ARC-TRL-HASH(WSV-IDX-ARC)
                               SET WSS-TRAILER-LEIDO TO TRUE
                           ELSE
                               SET WSS-DETALLE-INVALIDO TO TRUE
                           END-IF
                       WHEN OTHER
                           SET WSS-DETALLE-INVALIDO TO TRUE
                   END-EVALUATE
           END-READ.
       23-LEER-PENDIENTE-END.
       EXIT.

       24-MOSTRAR-ARCHIVO.
           DISPLAY "-----------------------------------".
           DISPLAY "ARCHIVO " WSV-ARC-NOMBRE(WSV-IDX-ARC)
                   " (PENDIENTE " WSV-ARCHIVO-BCO-PEND ") "
                   WSV-ARC-EMPRESA(WSV-IDX-ARC).
           DISPLAY "CORRIDA " WSV-ARC-FECHA(WSV-IDX-ARC) " "
                   WSV-ARC-HORA(WSV-IDX-ARC) " USUARIO "
                   WSV-ARC-USUARIO(WSV-IDX-ARC)
                   " PROCESADOS " WSV-ARC-PROC(WSV-IDX-ARC)
                   " RECHAZADOS " WSV-ARC-RECH(WSV-IDX-ARC).
           DISPLAY "  BITACORA CANT " WSV-ARC-CANT(WSV-IDX-ARC)
                   " HASH " WSV-ARC-HASH(WSV-IDX-ARC).
           DISPLAY "  TRAILER  CANT " WSV-ARC-TRL-CANT(WSV-IDX-ARC)
                   " HASH " WSV-ARC-TRL-HASH(WSV-IDX-ARC).
           DISPLAY "  DETALLE  CANT " WSV-ARC-DET-CANT(WSV-IDX-ARC)
                   " HASH " WSV-ARC-DET-HASH(WSV-IDX-ARC).
           IF WSV-ARC-RECHAZOS(WSV-IDX-ARC) > 0
               DISPLAY "  RECHAZOS ANTERIORES: "
                       WSV-ARC-RECHAZOS(WSV-IDX-ARC)
           END-IF.
           DISPLAY "  CONTROL: " WSV-ARC-MOTIVO(WSV-IDX-ARC).
       24-MOSTRAR-ARCHIVO-END.
       EXIT.

      *----------------------------------------------------------------
      * Pide la confirmacion del aprobador para los archivos que
      * pasaron los controles y registra la decision de cada
      * archivo pendiente: los observados se rechazan siempre con
      * el motivo del control, los verificados se liberan solo con
      * la respuesta 'S' y si la copia coincide con lo verificado.
      *----------------------------------------------------------------
       30-DECIDIR-LIBERACION.
           IF WSV-CANT-VERIFICADOS > 0
               DISPLAY "-----------------------------------"
               DISPLAY "APROBADOR " WSV-USUARIO-APROB ": CONFIRMA LA "
                       "LIBERACION DE " WSV-CANT-VERIFICADOS
                       " ARCHIVO(S) VERIFICADO(S) (S/N)?"
               ACCEPT WSV-RESPUESTA
           END-IF.
           IF WSV-CANT-PENDIENTES > 0
               OPEN EXTEND FD-AUDITORIA
               IF WSV-FS-AUDITORIA NOT = '00'
                   DISPLAY "ERROR FATAL ABRIENDO BITACORA DE "
                           "AUDITORIA, STATUS " WSV-FS-AUDITORIA
                   STOP RUN
               END-IF
               PERFORM 31-DECIDIR-ARCHIVO
                   VARYING WSV-IDX-ARC FROM 1 BY 1
                   UNTIL WSV-IDX-ARC > WSV-CANT-ARCHIVOS
               CLOSE FD-AUDITORIA
           END-IF.
       30-DECIDIR-LIBERACION-END.
       EXIT.

       31-DECIDIR-ARCHIVO.
           IF WSS-ARC-PENDIENTE(WSV-IDX-ARC)
               PERFORM 22-ARMAR-NOMBRES
               MOVE WSV-ARC-MOTIVO(WSV-IDX-ARC) TO WSV-LD-CONTROL
               IF WSS-ARC-VERIFICADO(WSV-IDX-ARC)
                AND WSS-RESPUESTA-SI
                   PERFORM 32-LIBERAR-ARCHIVO
                   IF WSS-COPIA-ALTERADA
                       SET WSS-ARC-OBSERVADO(WSV-IDX-ARC) TO TRUE
                       MOVE 'ALTERADO' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                       MOVE 'ALTERADO' TO WSV-LD-CONTROL
                   END-IF
               END-IF
               IF WSS-ARC-VERIFICADO(WSV-IDX-ARC)
                AND WSS-RESPUESTA-SI
                   MOVE 'APR' TO WSV-AUD-TIPO
                   MOVE SPACES TO WSV-AUD-MOTIVO
                   MOVE 'LIBERADO' TO WSV-LD-ESTADO
                   ADD 1 TO WSV-CANT-LIBERADOS
                   DISPLAY "LIBERADO " WSV-ARCHIVO-BCO-DEF " Y "
                           WSV-ARCHIVO-DOC-DEF
               ELSE
                   IF WSS-ARC-VERIFICADO(WSV-IDX-ARC)
                       MOVE 'NO APROB.' TO WSV-ARC-MOTIVO(WSV-IDX-ARC)
                   END-IF
                   MOVE 'RCH' TO WSV-AUD-TIPO
                   MOVE WSV-ARC-MOTIVO(WSV-IDX-ARC) TO WSV-AUD-MOTIVO
                   MOVE 'RECHAZADO' TO WSV-LD-ESTADO
                   ADD 1 TO WSV-CANT-RECHAZADOS
                   DISPLAY "RECHAZADO " WSV-ARC-NOMBRE(WSV-IDX-ARC)
                           ": " WSV-ARC-MOTIVO(WSV-IDX-ARC)
               END-IF
               MOVE WSV-FECHA-PROCESO TO WSV-AUD-FECHA
               MOVE WSV-HORA-PROCESO  TO WSV-AUD-HORA
               MOVE WSV-USUARIO-APROB TO WSV-AUD-USUARIO
               MOVE WSV-ARC-TRL-CANT(WSV-IDX-ARC) TO WSV-AUD-PROCESADOS
               MOVE 0 TO WSV-AUD-RECHAZADOS
               MOVE WSV-ARC-TRL-HASH(WSV-IDX-ARC) TO WSV-AUD-TOT-ANUAL
               MOVE 0 TO WSV-AUD-TOT-BONO
               MOVE WSV-ARC-NOMBRE(WSV-IDX-ARC) TO WSV-AUD-VERSION
               WRITE FD-AUDIT-REC FROM WSV-LINEA-AUDITORIA
               MOVE WSV-ARC-NOMBRE(WSV-IDX-ARC)  TO WSV-LD-ARCHIVO
               MOVE WSV-ARC-FECHA(WSV-IDX-ARC)   TO WSV-LD-FECHA
               MOVE WSV-ARC-HORA(WSV-IDX-ARC)    TO WSV-LD-HORA
               MOVE WSV-ARC-USUARIO(WSV-IDX-ARC) TO WSV-LD-USUARIO
               MOVE WSV-ARC-EMPRESA(WSV-IDX-ARC) TO WSV-LD-EMPRESA
               MOVE WSV-ARC-CANT(WSV-IDX-ARC)    TO WSV-LD-CANT
               MOVE WSV-ARC-HASH(WSV-IDX-ARC)    TO WSV-LD-IMPORTE
               WRITE FD-LISTADO-REC FROM WSV-LINEA-DETALLE
           END-IF.
       31-DECIDIR-ARCHIVO-END.
       EXIT.

      *----------------------------------------------------------------
      * Genera los archivos a transmitir copiando los pendientes,
      * agrega a la historia la del SAC o de la liquidacion final y
      * luego vacia los pendientes, para que no se liberen dos veces
      * ni se confundan con un lote nuevo. La copia del
      * archivo de pagos recalcula cantidad y hash del detalle y
      * toma el trailer: si no coinciden con lo verificado, el
      * pendiente cambio despues del control; se anula el archivo a
      * transmitir (queda vacio), no se copia la salida contable y
      * los pendientes quedan como estan para revisarlos.
      *----------------------------------------------------------------
       32-LIBERAR-ARCHIVO.
           SET WSS-COPIA-CONFORME TO TRUE.
           MOVE 0 TO WSV-COP-DET-CANT.
           MOVE 0 TO WSV-COP-DET-HASH.
           MOVE 0 TO WSV-COP-TRL-CANT.
           MOVE 0 TO WSV-COP-TRL-HASH.
           MOVE 'N' TO WSV-SW-TRAILER-LEIDO.
           MOVE 'N' TO WSV-SW-DETALLE-INVALIDO.
           OPEN INPUT FD-BANCO-PEND.
           OPEN OUTPUT FD-BANCO-DEF.
           IF WSV-FS-BANCO-PEND NOT = '00'
            OR WSV-FS-BANCO-DEF NOT = '00'
               DISPLAY "ERROR FATAL GENERANDO " WSV-ARCHIVO-BCO-DEF
                       ", STATUS " WSV-FS-BANCO-PEND " "
                       WSV-FS-BANCO-DEF
               STOP RUN
           END-IF.
           MOVE 'N' TO WSV-SW-FIN-ARCHIVO.
           PERFORM 33-COPIAR-BANCO
               UNTIL WSS-FIN-ARCHIVO.
           CLOSE FD-BANCO-PEND.
           CLOSE FD-BANCO-DEF.
           IF WSS-DETALLE-INVALIDO
            OR NOT WSS-TRAILER-LEIDO
            OR WSV-COP-DET-CANT NOT = WSV-ARC-DET-CANT(WSV-IDX-ARC)
            OR WSV-COP-DET-HASH NOT = WSV-ARC-DET-HASH(WSV-IDX-ARC)
            OR WSV-COP-TRL-CANT NOT = WSV-ARC-TRL-CANT(WSV-IDX-ARC)
            OR WSV-COP-TRL-HASH NOT = WSV-ARC-TRL-HASH(WSV-IDX-ARC)
               SET WSS-COPIA-ALTERADA TO TRUE
               OPEN OUTPUT FD-BANCO-DEF
               CLOSE FD-BANCO-DEF
               DISPLAY "ATENCION: " WSV-ARCHIVO-BCO-PEND
                       " CAMBIO DESPUES DEL CONTROL (COPIADO CANT "
                       WSV-COP-DET-CANT " HASH " WSV-COP-DET-HASH
                       "), SE ANULA " WSV-ARCHIVO-BCO-DEF
           ELSE
               PERFORM 32B-COMPLETAR-LIBERACION
           END-IF.
       32-LIBERAR-ARCHIVO-END.
       EXIT.

       32B-COMPLETAR-LIBERACION.
           OPEN INPUT FD-CONTA-PEND.
           OPEN OUTPUT FD-CONTA-DEF.
           IF WSV-FS-CONTA-PEND NOT = '00'
            OR WSV-FS-CONTA-DEF NOT = '00'
               DISPLAY "ERROR FATAL GENERANDO " WSV-ARCHIVO-DOC-DEF
                       ", STATUS " WSV-FS-CONTA-PEND " "
                       WSV-FS-CONTA-DEF
               STOP RUN
           END-IF.
           MOVE 'N' TO WSV-SW-FIN-ARCHIVO.
           PERFORM 34-COPIAR-CONTA
               UNTIL WSS-FIN-ARCHIVO.
           CLOSE FD-CONTA-PEND.
           CLOSE FD-CONTA-DEF.
           IF WSV-ARCHIVO-HIS-PEND NOT = SPACES
               PERFORM 32C-AGREGAR-HISTORIA
           END-IF.
           OPEN OUTPUT FD-BANCO-PEND.
           CLOSE FD-BANCO-PEND.
           OPEN OUTPUT FD-CONTA-PEND.
           CLOSE FD-CONTA-PEND.
       32B-COMPLETAR-LIBERACION-END.
       EXIT.

       32C-AGREGAR-HISTORIA.
           OPEN INPUT FD-HIST-PEND.
           OPEN EXTEND FD-HISTORIA.
           IF WSV-FS-HIST-PEND NOT = '00'
            OR WSV-FS-HISTORIA NOT = '00'
               DISPLAY "ERROR FATAL AGREGANDO " WSV-ARCHIVO-HIS-PEND
                       " A LA HISTORIA, STATUS " WSV-FS-HIST-PEND " "
                       WSV-FS-HISTORIA
               STOP RUN
           END-IF.
           MOVE 0 TO WSV-CANT-HIS-PEND.
           MOVE 'N' TO WSV-SW-FIN-ARCHIVO.
           PERFORM 35-COPIAR-HISTORIA
               UNTIL WSS-FIN-ARCHIVO.
           CLOSE FD-HIST-PEND.
           CLOSE FD-HISTORIA.
           OPEN OUTPUT FD-HIST-PEND.
           CLOSE FD-HIST-PEND.
           DISPLAY "REGISTROS DE " WSV-ARCHIVO-HIS-PEND
                   " AGREGADOS A LA HISTORIA: " WSV-CANT-HIS-PEND.
       32C-AGREGAR-HISTORIA-END.
       EXIT.

       33-COPIAR-BANCO.
           READ FD-BANCO-PEND
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   WRITE FD-BANCO-DEF-REC FROM FD-BANCO-PEND-REC
                   ADD 1 TO WSV-CANT-COPIADOS
                   MOVE FD-BANCO-PEND-REC TO WSV-REG-BCO
                   EVALUATE WSV-BCO-TIPO
                       WHEN 'H'
                           CONTINUE
                       WHEN 'D'
                           ADD 1 TO WSV-COP-DET-CANT
                           IF WSV-BD-IMPORTE IS NUMERIC
                               ADD WSV-BD-IMPORTE TO WSV-COP-DET-HASH
                           ELSE
                               SET WSS-DETALLE-INVALIDO TO TRUE
                           END-IF
                       WHEN 'T'
                           IF WSV-BT-CANTIDAD IS NUMERIC
                            AND WSV-BT-HASH IS NUMERIC
                               MOVE WSV-BT-CANTIDAD TO WSV-COP-TRL-CANT
                               MOVE WSV-BT-HASH     TO WSV-COP-TRL-HASH
                               SET WSS-TRAILER-LEIDO TO TRUE
                           ELSE
                               SET WSS-DETALLE-INVALIDO TO TRUE
                           END-IF
                       WHEN OTHER
                           SET WSS-DETALLE-INVALIDO TO TRUE
                   END-EVALUATE
           END-READ.
       33-COPIAR-BANCO-END.
       EXIT.

       34-COPIAR-CONTA.
           READ FD-CONTA-PEND
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   WRITE FD-CONTA-DEF-REC FROM FD-CONTA-PEND-REC
                   ADD 1 TO WSV-CANT-COPIADOS
           END-READ.
       34-COPIAR-CONTA-END.
       EXIT.

       35-COPIAR-HISTORIA.
           READ FD-HIST-PEND
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   WRITE FD-HISTORIA-REC FROM FD-HIST-PEND-REC
                   ADD 1 TO WSV-CANT-HIS-PEND
           END-READ.
       35-COPIAR-HISTORIA-END.
       EXIT.

      *----------------------------------------------------------------
      * Resumen de la liberacion y cierre del listado.
      *----------------------------------------------------------------
       90-CIERRE.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-EN-BLANCO.
           MOVE 'ARCHIVOS PENDIENTES      :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-PENDIENTES TO WSV-RS-CANTIDAD.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'LIBERADOS                :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-LIBERADOS TO WSV-RS-CANTIDAD.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-RESUMEN.
           MOVE 'RECHAZADOS               :' TO WSV-RS-TEXTO.
           MOVE WSV-CANT-RECHAZADOS TO WSV-RS-CANTIDAD.
           WRITE FD-LISTADO-REC FROM WSV-LINEA-RESUMEN.
           CLOSE FD-LISTADO.
           DISPLAY "ARCHIVOS PENDIENTES: " WSV-CANT-PENDIENTES
                   " LIBERADOS: " WSV-CANT-LIBERADOS
                   " RECHAZADOS: " WSV-CANT-RECHAZADOS.
       90-CIERRE-END.
       EXIT.

       END PROGRAM SUELBLIB.
