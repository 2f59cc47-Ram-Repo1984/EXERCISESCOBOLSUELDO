      * Author:
      * Date:
      * Purpose:   Consulta la bitacora de auditoria SUELAUD de las
      *            corridas de SUELDOS, SUELSAC y SUELLIQF, y de las
      *            liberaciones de archivos de pagos, y emite el reporte
      *            SUELAUDL: historial formateado con seleccion por
      *            rango de fechas y/o usuario, resumen mensual de
      *            corridas, procesados, rechazados y montos, y marca
      *            de las corridas con una proporcion de rechazos
      *            anormalmente alta.
      * Tectonics: cobc
      ******************************************************************
      * Modificaciones:
      *  - Version inicial del reporte de auditoria.
      *  - Corridas de SAC (tipo 'SAC' en el registro): se listan con
      *    su marca y quedan fuera del resumen mensual, que sigue
      *    siendo de las corridas mensuales de sueldos.
      *  - Registros de la liberacion de archivos de pagos ('PEN'
      *    de SUELDOS, 'APR' y 'RCH' de SUELBLIB): se listan con su
      *    marca y quedan fuera del resumen mensual.
      *  - Corridas de liquidacion final (tipo 'LIQ' de SUELLIQF): se
      *    listan con su marca y quedan fuera del resumen mensual; los
      *    'PEN' de SUELSAC y SUELLIQF se listan como los de SUELDOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELAUDR.
               05  WSV-RA-BONO-X        PIC X(12).
               05  FILLER               PIC X(01).
               05  WSV-RA-VERSION       PIC X(10).
               05  FILLER               PIC X(01).
               05  WSV-RA-TIPO          PIC X(03).
                   88  WSS-RA-CORRIDA-SAC   VALUE 'SAC'.
                   88  WSS-RA-CORRIDA-LIQF  VALUE 'LIQ'.
                   88  WSS-RA-LIBERACION    VALUE 'PEN' 'APR' 'RCH'.
                   88  WSS-RA-PENDIENTE     VALUE 'PEN'.
                   88  WSS-RA-LIBERADO      VALUE 'APR'.
               05  FILLER               PIC X(20).

      * Vista del mismo registro con el layout anterior al ensanche
      * de los importes (anual de 12 y bono de 10): la bitacora es
      *----------------------------------------------------------------
      * Aplica los filtros de seleccion y, si la corrida entra en el
      * reporte, convierte los importes, escribe el detalle con la
      * marca de alto rechazo y, si es una corrida mensual, acumula
      * el resumen del mes (los registros de liberacion de archivos
      * de pagos no son corridas y no se acumulan).
      *----------------------------------------------------------------
       22-PROCESAR-CORRIDA.
           IF WSV-RA-FECHA >= WSV-FILTRO-DESDE
                 OR WSV-RA-USUARIO = WSV-FILTRO-USUARIO)
               PERFORM 23-CONVERTIR-IMPORTES
               PERFORM 24-ESCRIBIR-DETALLE-AUD
               IF NOT WSS-RA-CORRIDA-SAC
                AND NOT WSS-RA-CORRIDA-LIQF
                AND NOT WSS-RA-LIBERACION
                   PERFORM 25-ACUMULAR-MES
               END-IF
           END-IF.
       22-PROCESAR-CORRIDA-END.
       EXIT.
      *----------------------------------------------------------------
      * Escribe el renglon de la corrida, marcando las que tienen
      * una proporcion de rechazos sobre procesados por encima del
      * umbral (o rechazos sin ningun procesado). En los registros
      * de liberacion los procesados son transferencias, el anual es
      * el hash de importes y la version es el archivo de pagos.
      *----------------------------------------------------------------
       24-ESCRIBIR-DETALLE-AUD.
           MOVE WSV-RA-FECHA   TO WSV-DA-FECHA.
              WSV-REG-PROC * WSC-UMBRAL-RECHAZO
               MOVE 'ALTO RECHAZO' TO WSV-DA-MARCA
               ADD 1 TO WSV-CANT-MARCADAS
           ELSE
               EVALUATE TRUE
                   WHEN WSS-RA-CORRIDA-SAC
                       MOVE 'CORRIDA SAC' TO WSV-DA-MARCA
                   WHEN WSS-RA-CORRIDA-LIQF
                       MOVE 'LIQ. FINAL' TO WSV-DA-MARCA
                   WHEN WSS-RA-PENDIENTE
                       MOVE 'PEND. LIBER.' TO WSV-DA-MARCA
                   WHEN WSS-RA-LIBERADO
                       MOVE 'LIBERADO' TO WSV-DA-MARCA
                   WHEN WSS-RA-LIBERACION
                       MOVE 'RECHAZO LIB.' TO WSV-DA-MARCA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           WRITE FD-REPORTE-AUD-REC FROM WSV-LINEA-DET-AUD.
           ADD 1 TO WSV-CANT-LISTADAS.
