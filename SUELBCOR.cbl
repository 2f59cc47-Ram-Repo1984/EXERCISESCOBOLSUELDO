      *    archivo a conciliar se toma de la variable de ambiente
      *    BCOFILE (por defecto SUELBCO, el nombre historico
      *    monoempresa).
      *  - Solo se concilian archivos de pagos liberados por
      *    SUELBLIB: se exige en SUELAUD un registro 'APR' del
      *    archivo con la misma cantidad y hash que su trailer;
      *    sin el se rechaza la conciliacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELBCOR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-BANCO.

      * Bitacora de auditoria, con la liberacion de cada archivo de
      * pagos (registros 'APR' de SUELBLIB).
           SELECT FD-AUDITORIA    ASSIGN TO "SUELAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-AUDITORIA.

           SELECT FD-RETORNO      ASSIGN TO "BCORESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSV-FS-RETORNO.
           LABEL RECORDS ARE STANDARD.
       01  FD-BANCO-REC                 PIC X(41).

       FD  FD-AUDITORIA
           LABEL RECORDS ARE STANDARD.
       01  FD-AUDIT-REC                 PIC X(100).

      * Retorno del banco: un registro 'D' por transferencia con el
      * estado 'AC' (acreditada) o 'RE' (rechazada, tipicamente por
      * CBU cerrado o mal tipeado) y el motivo textual del banco.
      * Nombre del archivo de pagos a conciliar (variable de
      * ambiente BCOFILE; vacio usa el nombre historico SUELBCO).
           01  WSV-ARCHIVO-BANCO        PIC X(10) VALUE SPACES.
           01  WSV-FS-AUDITORIA         PIC X(02) VALUE '00'.
           01  WSV-FS-RETORNO           PIC X(02) VALUE '00'.
           01  WSV-FS-REPORTE-RECH      PIC X(02) VALUE '00'.
           01  WSV-FS-REPAGO            PIC X(02) VALUE '00'.
           01  WSV-DET-CANTIDAD         PIC 9(06) VALUE 0.
           01  WSV-DET-HASH             PIC 9(12) VALUE 0.

      * Registro de liberacion de la bitacora de auditoria: la
      * cantidad de transferencias va en los procesados y el hash
      * de importes en el total anual (ver SUELBLIB).
           01  WSV-REG-AUDITORIA.
               05  FILLER               PIC X(25).
               05  WSV-RA-PROC-X        PIC X(06).
               05  FILLER               PIC X(08).
               05  WSV-RA-ANUAL-X       PIC X(13).
               05  FILLER               PIC X(14).
               05  WSV-RA-VERSION       PIC X(10).
               05  FILLER               PIC X(01).
               05  WSV-RA-TIPO          PIC X(03).
                   88  WSS-RA-LIBERADO  VALUE 'APR'.
               05  FILLER               PIC X(19).
           01  WSV-APR-CANT-X           PIC X(06).
           01  WSV-APR-CANT-R REDEFINES WSV-APR-CANT-X
                                        PIC 9(06).
           01  WSV-APR-HASH-X           PIC X(13).
           01  WSV-APR-HASH-R REDEFINES WSV-APR-HASH-X
                                        PIC 9(13).
           01  WSV-SW-LIBERADO          PIC X(01) VALUE 'N'.
               88  WSS-LIBERADO         VALUE 'S'.

      * Respuesta en proceso, con el importe convertido.
           01  WSV-RET-LEGAJO           PIC 9(08) VALUE 0.
           01  WSV-RET-IMPORTE          PIC 9(10) VALUE 0.
      *----------------------------------------------------------------
       10-INICIO.
           PERFORM 11-CARGAR-ENVIADOS.
           PERFORM 14-VERIFICAR-LIBERACION.
           OPEN INPUT FD-RETORNO.
           IF WSV-FS-RETORNO NOT = '00'
               DISPLAY "RETORNO DEL BANCO (BCORESP) NO DISPONIBLE, "
       13-VERIFICAR-TRAILER-END.
       EXIT.

      *----------------------------------------------------------------
      * Solo se concilia un archivo de pagos que haya sido liberado
      * para su transmision: busca en la bitacora un registro 'APR'
      * del archivo cuya cantidad y hash coincidan con su trailer.
      * Sin esa liberacion el archivo no debio llegar al banco y la
      * conciliacion no se hace.
      *----------------------------------------------------------------
       14-VERIFICAR-LIBERACION.
           OPEN INPUT FD-AUDITORIA.
           IF WSV-FS-AUDITORIA = '00'
               PERFORM 14B-LEER-AUDITORIA
                   UNTIL WSS-FIN-ARCHIVO
               CLOSE FD-AUDITORIA
               MOVE 'N' TO WSV-SW-FIN-ARCHIVO
           END-IF.
           IF NOT WSS-LIBERADO
               DISPLAY "EL ARCHIVO DE PAGOS (" WSV-ARCHIVO-BANCO
                       ") NO FUE LIBERADO CON SUELBLIB, NO SE "
                       "CONCILIA"
               STOP RUN
           END-IF.
       14-VERIFICAR-LIBERACION-END.
       EXIT.

       14B-LEER-AUDITORIA.
           READ FD-AUDITORIA
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   MOVE FD-AUDIT-REC TO WSV-REG-AUDITORIA
                   IF WSS-RA-LIBERADO
                    AND WSV-RA-VERSION = WSV-ARCHIVO-BANCO
                       PERFORM 14C-COMPARAR-LIBERACION
                   END-IF
           END-READ.
       14B-LEER-AUDITORIA-END.
       EXIT.

       14C-COMPARAR-LIBERACION.
           MOVE WSV-RA-PROC-X TO WSV-APR-CANT-X.
           INSPECT WSV-APR-CANT-X REPLACING LEADING SPACE BY '0'.
           MOVE WSV-RA-ANUAL-X TO WSV-APR-HASH-X.
           INSPECT WSV-APR-HASH-X REPLACING LEADING SPACE BY '0'.
           IF WSV-APR-CANT-X IS NUMERIC
            AND WSV-APR-HASH-X IS NUMERIC
               IF WSV-APR-CANT-R = WSV-TRL-CANTIDAD
                AND WSV-APR-HASH-R = WSV-TRL-HASH
                   SET WSS-LIBERADO TO TRUE
               END-IF
           END-IF.
       14C-COMPARAR-LIBERACION-END.
       EXIT.

       15-ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO.
           STRING "PAGOS RECHAZADOS POR EL BANCO - LOTE "
