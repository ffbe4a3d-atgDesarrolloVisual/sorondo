
        01  TABLA-VERSION-LIT.
            02  FILLER          PIC X(40) VALUE "EMIFAC".
            02  FILLER          PIC X(14) VALUE "00000008151026".
            02  FILLER          PIC X(40) VALUE "EMISION DE FACTURAS".
            02  FILLER          PIC X(40) VALUE "VERSORON".
            02  FILLER          PIC X(14) VALUE "00000002220826".
            02  FILLER          PIC X(40) VALUE "CONTROL DE VERSIONES".
            02  FILLER          PIC X(40) VALUE "LIBVTA".
            02  FILLER          PIC X(14) VALUE "00000003151026".
            02  FILLER          PIC X(40) VALUE "LIBRO DE VENTAS IVA".
            02  FILLER          PIC X(40) VALUE "CONCFE".
            02  FILLER          PIC X(14) VALUE "00000002151026".
            02  FILLER          PIC X(40) VALUE "CONCILIACION DE CFE".
            02  FILLER          PIC X(40) VALUE "AUDNUM".
            02  FILLER          PIC X(14) VALUE "00000003151026".
            02  FILLER          PIC X(40) VALUE
                "AUDITORIA DE NUMERACION".
            02  FILLER          PIC X(40) VALUE "CARGCOT".
            02  FILLER          PIC X(14) VALUE "00000003151026".
            02  FILLER          PIC X(40) VALUE
                "CARGA DE COTIZACIONES".
            02  FILLER          PIC X(40) VALUE "RECIBOS".
            02  FILLER          PIC X(14) VALUE "00000002151026".
            02  FILLER          PIC X(40) VALUE
                "COBRANZAS DE CUENTA CORRIENTE".
            02  FILLER          PIC X(40) VALUE "ESTCTA".
            02  FILLER          PIC X(14) VALUE "00000003151026".
            02  FILLER          PIC X(40) VALUE
                "ESTADO DE CUENTA MENSUAL".
            02  FILLER          PIC X(40) VALUE "REGCFE".
            02  FILLER          PIC X(14) VALUE "00000002151026".
            02  FILLER          PIC X(40) VALUE
                "REGENERACION DE CFE".
            02  FILLER          PIC X(40) VALUE "ENVDOC".
            02  FILLER          PIC X(14) VALUE "00000002151026".
            02  FILLER          PIC X(40) VALUE
                "DESPACHO DE DOCUMENTOS".
            02  FILLER          PIC X(40) VALUE "ARQUEO".
            02  FILLER          PIC X(14) VALUE "00000002151026".
            02  FILLER          PIC X(40) VALUE
                "ARQUEO DE CAJA DIARIO".
            02  FILLER          PIC X(40) VALUE "VTAVEND".
            02  FILLER          PIC X(14) VALUE "00000002151026".
            02  FILLER          PIC X(40) VALUE
                "VENTAS POR VENDEDOR".
            02  FILLER          PIC X(40) VALUE "ARCFAC".
            02  FILLER          PIC X(14) VALUE "00000002151026".
            02  FILLER          PIC X(40) VALUE
                "ARCHIVADO ANUAL DE FACTURAS".
            02  FILLER          PIC X(40) VALUE "MANART".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "MAESTRO DE ARTICULOS".
            02  FILLER          PIC X(40) VALUE "ANUFAC".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "ANULACION DE DOCUMENTOS EN EL DIA".
            02  FILLER          PIC X(40) VALUE "ASICON".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "ASIENTOS CONTABLES DIARIOS".
            02  FILLER          PIC X(40) VALUE "MANCON".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "MANTENIMIENTO DE CONTRATOS".
            02  FILLER          PIC X(40) VALUE "FACCON".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "FACTURACION MENSUAL DE CONTRATOS".
            02  FILLER          PIC X(40) VALUE "DIFCAM".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "DIFERENCIA DE CAMBIO DE CIERRE DE MES".
            02  FILLER          PIC X(40) VALUE "CONCIL".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "CONCILIACION DE ARCHIVOS".
            02  FILLER          PIC X(40) VALUE "CONCTA".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "CONVERSION DE CUENTAS A INDEXADOS".
            02  FILLER          PIC X(40) VALUE "VALUSU".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "CONTROL DE USUARIOS Y PERMISOS".
            02  FILLER          PIC X(40) VALUE "MANUSU".
            02  FILLER          PIC X(14) VALUE "00000001151026".
            02  FILLER          PIC X(40) VALUE
                "MAESTRO DE USUARIOS".
        01  TABLA-VERSION   REDEFINES TABLA-VERSION-LIT.
            02  REG-VERSION     OCCURS 23 TIMES.
                03  NOMBRE-VERSION      PIC X(40).
                03  CODIGO-VERSION      PIC X(14).
                03  DESCRIPCION-VERSION PIC X(40).
           MOVE 0             TO HALLADO-VERSION.
           MOVE DATO-VERSION  TO LINK-VERSION.
           PERFORM VARYING IND-VERSION FROM 1 BY 1
                   UNTIL IND-VERSION > 23
               IF NOMBRE-VERSION (IND-VERSION) = LINK-SECCION
                   MOVE CODIGO-VERSION (IND-VERSION) TO LINK-VERSION
                   MOVE DESCRIPCION-VERSION (IND-VERSION)
