      *    categoria y sueldo viejos y nuevos y la fecha de
      *    vigencia) y el reporte de cartas SUELCATC con una carta
      *    formateada por persona promovida.
      *  - La historia SUELHIS lleva al final el bloque de novedades
      *    del periodo.
      *  - Los registros de liquidacion final de la historia no son
      *    corridas y no se comparan; los legajos de la corrida
      *    anterior que faltan en la actual se separan en bajas con
      *    liquidacion final y ausentes sin baja liquidada.
      *  - Los registros de pago de aguinaldo de la historia no son
      *    corridas y no se comparan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELCOMP.
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

       FD  FD-COMPARATIVO
           LABEL RECORDS ARE STANDARD.
                   10  WSV-ACT-ANUAL        PIC 9(08).
                   10  WSV-ACT-BONO         PIC 9(07).

      * Legajos con liquidacion final en la historia: separan las
      * bajas liquidadas de los simples ausentes de la corrida.
           01  WSV-TABLA-LIQ-FINAL.
               05  WSV-CANT-LIQ-FINAL   PIC 9(04) VALUE 0.
               05  WSV-LF-LEGAJO        PIC 9(08)
                                        OCCURS 5000 TIMES.
           01  WSV-IDX-LF               PIC 9(04) VALUE 0.

           01  WSV-IDX-ACT              PIC 9(05) VALUE 0.
           01  WSV-IDX-ANT              PIC 9(05) VALUE 0.
           01  WSV-IDX-BUSQ             PIC 9(05) VALUE 0.
      * Contadores y acumuladores del comparativo.
           01  WSV-CANT-ALTAS           PIC 9(05) VALUE 0.
           01  WSV-CANT-BAJAS           PIC 9(05) VALUE 0.
           01  WSV-CANT-AUSENTES        PIC 9(05) VALUE 0.
           01  WSV-CANT-MODIF           PIC 9(05) VALUE 0.
           01  WSV-CANT-CAMBIOS-CAT     PIC 9(05) VALUE 0.
           01  WSV-TOT-ANUAL-ANT        PIC 9(12) VALUE 0.
               05  FILLER               PIC X(42) VALUE SPACES.

           01  WSV-LINEA-TIT-BAJAS.
               05  FILLER               PIC X(29)
                   VALUE '** BAJAS (LIQUIDACION FINAL)'.
               05  FILLER               PIC X(51) VALUE SPACES.

           01  WSV-LINEA-TIT-AUSENTES.
               05  FILLER               PIC X(43)
                   VALUE '** AUSENTES (NO ESTAN EN LA CORRIDA ACTUAL,'.
               05  FILLER               PIC X(11)
                   VALUE ' SIN BAJA)'.
               05  FILLER               PIC X(26) VALUE SPACES.

           01  WSV-LINEA-TIT-MODIF.
               05  FILLER               PIC X(33)
               05  WSV-RC-ALTAS         PIC ZZ,ZZ9.
               05  FILLER               PIC X(08) VALUE '  BAJAS '.
               05  WSV-RC-BAJAS         PIC ZZ,ZZ9.
               05  FILLER               PIC X(11)
                                         VALUE '  AUSENTES '.
               05  WSV-RC-AUSENTES      PIC ZZ,ZZ9.
               05  FILLER               PIC X(14)
                                         VALUE '  VARIACIONES '.
               05  WSV-RC-MODIF         PIC ZZ,ZZ9.
               05  FILLER               PIC X(68) VALUE SPACES.

      * Lineas de la carta de notificacion de cambio de categoria
      * (archivo SUELCATC, de 80 posiciones).
      *----------------------------------------------------------------
      * Primera pasada por la historia: se queda con la fecha mas
      * reciente (corrida actual) y la inmediata anterior distinta.
      * Las liquidaciones finales no son corridas y no cuentan.
      *----------------------------------------------------------------
       11-DETERMINAR-FECHAS.
           OPEN INPUT FD-HISTORIA.
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WSS-HIS-LIQ-FINAL
                        OR WSS-HIS-PAGO-SAC
                           CONTINUE
                       WHEN FD-HIS-FECHA = WSV-FECHA-ACTUAL
                           CONTINUE
                       WHEN FD-HIS-FECHA > WSV-FECHA-ACTUAL
      *----------------------------------------------------------------
      * Segunda pasada: carga en memoria los registros de las dos
      * corridas a comparar, conservando la ultima aparicion de cada
      * legajo dentro de una misma corrida, y los legajos con
      * liquidacion final.
      *----------------------------------------------------------------
       14-CARGAR-TABLAS.
           MOVE 'N' TO WSV-SW-FIN-ARCHIVO.
               AT END
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WSS-HIS-LIQ-FINAL
                           PERFORM 14F-CARGAR-LIQ-FINAL
                       WHEN WSS-HIS-PAGO-SAC
                           CONTINUE
                       WHEN FD-HIS-FECHA = WSV-FECHA-ACTUAL
                           PERFORM 14B-CARGAR-ACTUAL
                       WHEN FD-HIS-FECHA = WSV-FECHA-ANTERIOR
                           PERFORM 14C-CARGAR-ANTERIOR
                   END-EVALUATE
           END-READ.
       14E-BUSCAR-EN-ANTERIOR-END.
       EXIT.

       14F-CARGAR-LIQ-FINAL.
           IF WSV-CANT-LIQ-FINAL < 5000
               ADD 1 TO WSV-CANT-LIQ-FINAL
               MOVE FD-HIS-LEGAJO TO WSV-LF-LEGAJO(WSV-CANT-LIQ-FINAL)
           ELSE
               DISPLAY "TABLA DE LIQUIDACIONES FINALES LLENA, EL "
                       "LEGAJO " FD-HIS-LEGAJO " SE INFORMARA COMO "
                       "AUSENTE"
           END-IF.
       14F-CARGAR-LIQ-FINAL-END.
       EXIT.

       15-ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO WSV-LINEA-ENCABEZADO.
           STRING "COMPARATIVO DE CORRIDAS - ANTERIOR "

      *----------------------------------------------------------------
      * Comparacion propiamente dicha: altas y variaciones desde la
      * corrida actual, bajas y ausentes desde la anterior, y
      * totales de ambas corridas para el resumen de variacion de
      * costo.
      *----------------------------------------------------------------
       20-COMPARAR.
           WRITE FD-COMPARATIVO-REC FROM WSV-LINEA-TIT-ALTAS.
               VARYING WSV-IDX-ANT FROM 1 BY 1
               UNTIL WSV-IDX-ANT > WSV-CANT-ANT.
           WRITE FD-COMPARATIVO-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-COMPARATIVO-REC FROM WSV-LINEA-TIT-AUSENTES.
           PERFORM 24C-INFORMAR-AUSENTE
               VARYING WSV-IDX-ANT FROM 1 BY 1
               UNTIL WSV-IDX-ANT > WSV-CANT-ANT.
           WRITE FD-COMPARATIVO-REC FROM WSV-LINEA-EN-BLANCO.
           WRITE FD-COMPARATIVO-REC FROM WSV-LINEA-TIT-MODIF.
           PERFORM 25-INFORMAR-VARIACION
               VARYING WSV-IDX-ACT FROM 1 BY 1

      *----------------------------------------------------------------
      * Informa la baja de una entrada de la corrida anterior que no
      * aparecio en la actual y tiene liquidacion final, acumulando
      * ademas su total anterior. Las que no la tienen quedan
      * marcadas para el bloque de ausentes.
      *----------------------------------------------------------------
       24-INFORMAR-BAJA.
           ADD WSV-ANT-ANUAL(WSV-IDX-ANT) TO WSV-TOT-ANUAL-ANT.
           ADD WSV-ANT-BONO(WSV-IDX-ANT)  TO WSV-TOT-BONO-ANT.
           IF WSV-ANT-COMPARADO(WSV-IDX-ANT) = 'N'
               PERFORM 24B-BUSCAR-LIQ-FINAL
               IF WSS-LEGAJO-HALLADO
                   ADD 1 TO WSV-CANT-BAJAS
                   PERFORM 24D-ESCRIBIR-ANTERIOR
               ELSE
                   MOVE 'A' TO WSV-ANT-COMPARADO(WSV-IDX-ANT)
               END-IF
           END-IF.
       24-INFORMAR-BAJA-END.
       EXIT.

       24B-BUSCAR-LIQ-FINAL.
           SET WSS-LEGAJO-NO-HALLADO TO TRUE.
           MOVE 1 TO WSV-IDX-LF.
           PERFORM 24E-COMPARAR-LIQ-FINAL
               UNTIL WSV-IDX-LF > WSV-CANT-LIQ-FINAL
                  OR WSS-LEGAJO-HALLADO.
       24B-BUSCAR-LIQ-FINAL-END.
       EXIT.

       24C-INFORMAR-AUSENTE.
           IF WSV-ANT-COMPARADO(WSV-IDX-ANT) = 'A'
               ADD 1 TO WSV-CANT-AUSENTES
               PERFORM 24D-ESCRIBIR-ANTERIOR
           END-IF.
       24C-INFORMAR-AUSENTE-END.
       EXIT.

       24D-ESCRIBIR-ANTERIOR.
           MOVE WSV-ANT-LEGAJO(WSV-IDX-ANT)    TO WSV-AB-LEGAJO.
           MOVE WSV-ANT-NOMBRE(WSV-IDX-ANT)    TO WSV-AB-NOMBRE.
           MOVE WSV-ANT-CATEGORIA(WSV-IDX-ANT) TO WSV-AB-CATEGORIA.
           MOVE WSV-ANT-SUELDO(WSV-IDX-ANT)    TO WSV-AB-SUELDO.
           MOVE WSV-ANT-ANUAL(WSV-IDX-ANT)     TO WSV-AB-ANUAL.
           MOVE WSV-ANT-BONO(WSV-IDX-ANT)      TO WSV-AB-BONO.
           WRITE FD-COMPARATIVO-REC FROM WSV-LINEA-ALTA-BAJA.
       24D-ESCRIBIR-ANTERIOR-END.
       EXIT.

       24E-COMPARAR-LIQ-FINAL.
           IF WSV-LF-LEGAJO(WSV-IDX-LF) = WSV-ANT-LEGAJO(WSV-IDX-ANT)
               SET WSS-LEGAJO-HALLADO TO TRUE
           ELSE
               ADD 1 TO WSV-IDX-LF
           END-IF.
       24E-COMPARAR-LIQ-FINAL-END.
       EXIT.

      *----------------------------------------------------------------
      * Informa la variacion de un postulante presente en ambas
      * corridas cuando cambio alguno de sueldo, anual o bono. Los
           WRITE FD-COMPARATIVO-REC FROM WSV-LINEA-RESUMEN.
           MOVE WSV-CANT-ALTAS TO WSV-RC-ALTAS.
           MOVE WSV-CANT-BAJAS TO WSV-RC-BAJAS.
           MOVE WSV-CANT-AUSENTES TO WSV-RC-AUSENTES.
           MOVE WSV-CANT-MODIF TO WSV-RC-MODIF.
           WRITE FD-COMPARATIVO-REC FROM WSV-LINEA-CANT-RESUMEN.
           MOVE 'CAMBIOS DE CATEGORIA    :' TO WSV-RE-TEXTO.
           CLOSE FD-CARTAS.
           DISPLAY "COMPARATIVO GENERADO: ALTAS " WSV-CANT-ALTAS
                   " BAJAS " WSV-CANT-BAJAS
                   " AUSENTES " WSV-CANT-AUSENTES
                   " VARIACIONES " WSV-CANT-MODIF.
           DISPLAY "CAMBIOS DE CATEGORIA NOTIFICADOS: "
                   WSV-CANT-CAMBIOS-CAT.
