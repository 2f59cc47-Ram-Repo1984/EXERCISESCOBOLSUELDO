      ******************************************************************
      * Modificaciones:
      *  - Version inicial del estado anual de haberes.
      *  - La historia SUELHIS lleva al final el bloque de novedades
      *    del periodo.
      *  - Marca de liquidacion final al final del registro de
      *    historia: la liquidacion final de una baja suma en el mes
      *    de la baja como una corrida mas.
      *  - El registro de pago de aguinaldo de la historia no forma
      *    parte del estado anual y se saltea.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUELANUA.
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

       FD  FD-ESTADO
           LABEL RECORDS ARE STANDARD.
                   SET WSS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   IF FD-HIS-FECHA(1:4) = WSV-ANIO-PEDIDO
                    AND NOT WSS-HIS-PAGO-SAC
                    AND (WSV-LEGAJO-PEDIDO = 0
                         OR FD-HIS-LEGAJO = WSV-LEGAJO-PEDIDO)
                       PERFORM 22-ACUMULAR-REGISTRO
