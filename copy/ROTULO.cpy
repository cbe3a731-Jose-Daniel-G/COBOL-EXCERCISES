          05 ETQ-MSG-CONFIRMA-AJUSTES     PIC X(39).
          05 ETQ-MSG-AJUSTES-APLIC        PIC X(19).
          05 ETQ-MSG-AJUSTES-RECH         PIC X(37).
          05 ETQ-MSG-OPER-EXISTE          PIC X(23).
          05 ETQ-MSG-OPER-NO-EXISTE       PIC X(23).
          05 ETQ-MSG-TABLA-EXCEDIDA       PIC X(48).
          05 ETQ-MSG-VENTA-GRABADA        PIC X(31).
          05 ETQ-PROCESADAS-LABEL         PIC X(11).
          05 ETQ-MSG-ERR-TRABAJO          PIC X(40).
          05 ETQ-SOBRECUPO-LABEL          PIC X(10).
          05 ETQ-REGISTROS-LABEL          PIC X(10).
          05 ETQ-MSG-LISTA-TRUNCADA       PIC X(30).
          05 ETQ-MSG-RANGO-LIMITADO       PIC X(25).
          05 ETQ-MSG-TIPO-INVALIDO        PIC X(19).
          05 ETQ-MSG-TERC-EXISTE          PIC X(22).
          05 ETQ-MSG-TERC-NO-EXISTE       PIC X(22).
          05 ETQ-MSG-ERR-STOCK            PIC X(35).
          05 ETQ-MSG-ERR-GRABACION        PIC X(40).
          05 ETQ-OPT-RECAUDOS             PIC X(26).
          05 ETQ-TITULO-RECAUDOS          PIC X(40).
          05 ETQ-SUBTIT-TOP               PIC X(25).
          05 ETQ-TOTAL-PERIODO            PIC X(15).
          05 ETQ-MSG-SIN-HISTORIA         PIC X(38).
          05 ETQ-OPT-ARTICULOS            PIC X(26).
          05 ETQ-TITULO-ARTICULOS         PIC X(40).
          05 ETQ-COLHDR-ART               PIC X(68).
          05 ETQ-MENU-ART                 PIC X(55).
          05 ETQ-DESC-PROMPT              PIC X(06).
          05 ETQ-UNIDAD-PROMPT            PIC X(07).
          05 ETQ-CATEG-PROMPT             PIC X(10).
          05 ETQ-MSG-ART-EXISTE           PIC X(22).
          05 ETQ-MSG-ART-NO-EXISTE        PIC X(22).
          05 ETQ-MSG-SKU-SIN-MAESTRO      PIC X(40).
          05 ETQ-MSG-SKU-DESCONT          PIC X(40).
          05 ETQ-OPT-SUGERIDO             PIC X(26).
          05 ETQ-DIAS-PROMPT              PIC X(05).
          05 ETQ-MSG-SIN-SUGERIDO         PIC X(38).
          05 ETQ-SIN-PROV-LABEL           PIC X(14).
          05 ETQ-MSG-OPER-BLOQUEADO       PIC X(40).
          05 ETQ-MSG-CLAVE-VENCIDA        PIC X(40).
          05 ETQ-TITULO-CAMBIO-CLAVE      PIC X(30).
          05 ETQ-MSG-SIN-RESPALDO         PIC X(40).
          05 ETQ-MSG-ERR-EXTRACTO         PIC X(42).
          05 ETQ-FECHA-PROMPT             PIC X(06).
          05 ETQ-OPT-MARGEN               PIC X(26).
          05 ETQ-TITULO-MARGEN            PIC X(40).
          05 ETQ-COLHDR-MARGEN            PIC X(80).
          05 ETQ-SUBTIT-CATEG             PIC X(25).
          05 ETQ-OPT-DEVOLUCION           PIC X(26).
          05 ETQ-TITULO-DEVOLUCION        PIC X(40).
          05 ETQ-DOC-PROMPT               PIC X(10).
          05 ETQ-MOTIVO-PROMPT            PIC X(08).
          05 ETQ-MOTIVOS-DEV              PIC X(64).
          05 ETQ-MSG-FACT-NO-EXISTE       PIC X(40).
          05 ETQ-MSG-SKU-NO-FACT          PIC X(40).
          05 ETQ-MSG-SUPERA-FACT          PIC X(30).
          05 ETQ-MSG-MOTIVO-INVALIDO      PIC X(33).
          05 ETQ-MSG-DEV-GRABADA          PIC X(31).
          05 ETQ-OPT-PENDIENTES-OC        PIC X(26).
          05 ETQ-ORDEN-PROMPT             PIC X(06).
          05 ETQ-ENTREGA-PROMPT           PIC X(13).
          05 ETQ-MSG-GENERAR-OC           PIC X(40).
          05 ETQ-MSG-SIN-OC-GENERADA      PIC X(40).
          05 ETQ-TITULO-ORDEN-COMPRA      PIC X(40).
          05 ETQ-TITULO-OC-PENDIENTES     PIC X(40).
          05 ETQ-COLHDR-OC                PIC X(64).
          05 ETQ-COLHDR-OC-PEND           PIC X(70).
          05 ETQ-PROMESA-LABEL            PIC X(08).
          05 ETQ-MSG-OC-NO-EXISTE         PIC X(40).
          05 ETQ-MSG-OC-OTRO-PROV         PIC X(40).
          05 ETQ-MSG-OC-CERRADA           PIC X(40).
          05 ETQ-MSG-SKU-NO-OC            PIC X(40).
          05 ETQ-MSG-COSTO-DIFIERE        PIC X(30).
          05 ETQ-MSG-SUPERA-OC            PIC X(30).
          05 ETQ-MSG-SIN-OC-PEND          PIC X(40).
          05 ETQ-OPT-IMPORTAR-POS         PIC X(26).
          05 ETQ-TITULO-IMPORT-POS        PIC X(40).
          05 ETQ-ARCHIVO-LABEL            PIC X(08).
          05 ETQ-MSG-POS-YA-IMPORTADO     PIC X(40).
          05 ETQ-MSG-POS-NO-EXISTE        PIC X(40).
          05 ETQ-MSG-POS-NO-IMPORTADO     PIC X(45).
          05 ETQ-MSG-EXCEDE-CUPO          PIC X(40).
          05 ETQ-MSG-POS-NO-NUMERICO      PIC X(40).
          05 ETQ-MSG-POS-OTRA-FECHA       PIC X(40).
          05 ETQ-COLHDR-RECH-POS          PIC X(60).
          05 ETQ-POS-LEIDOS               PIC X(20).
          05 ETQ-POS-ACEPTADOS            PIC X(20).
          05 ETQ-POS-RECHAZADOS           PIC X(20).
          05 ETQ-POS-VALOR                PIC X(20).
          05 ETQ-IVA-PROMPT               PIC X(07).
          05 ETQ-MSG-TASA-IVA-INV         PIC X(40).
          05 ETQ-LIQ-BASE                 PIC X(06).
          05 ETQ-LIQ-IVA                  PIC X(05).
          05 ETQ-LIQ-TOTAL                PIC X(07).
          05 ETQ-OPT-IVA                  PIC X(26).
          05 ETQ-TITULO-IVA               PIC X(50).
          05 ETQ-ANIO-PROMPT              PIC X(06).
          05 ETQ-BIMESTRE-PROMPT          PIC X(16).
          05 ETQ-MSG-BIMESTRE-INV         PIC X(40).
          05 ETQ-COLHDR-IVA               PIC X(80).
          05 ETQ-IVA-TOTALES              PIC X(06).
          05 ETQ-IVA-NETO                 PIC X(40).
          05 ETQ-OPT-COMPROBANTE          PIC X(26).
          05 ETQ-OPT-BALANCE              PIC X(26).
          05 ETQ-TITULO-COMPROBANTE       PIC X(40).
          05 ETQ-TITULO-BALANCE           PIC X(40).
          05 ETQ-CPB-NUMERO-PROMPT        PIC X(13).
          05 ETQ-CONCEPTO-PROMPT          PIC X(10).
          05 ETQ-NAT-PROMPT               PIC X(18).
          05 ETQ-COLHDR-CPB               PIC X(66).
          05 ETQ-CPB-TOTALES              PIC X(08).
          05 ETQ-MSG-SOLO-FINANCIERO      PIC X(45).
          05 ETQ-MSG-NAT-INVALIDA         PIC X(30).
          05 ETQ-MSG-VALOR-CERO           PIC X(30).
          05 ETQ-MSG-CPB-LLENO            PIC X(40).
          05 ETQ-MSG-CPB-DESCUADRADO      PIC X(50).
          05 ETQ-MSG-CPB-GRABAR           PIC X(40).
          05 ETQ-MSG-CPB-GRABADO          PIC X(40).
          05 ETQ-MSG-CPB-DESCARTADO       PIC X(40).
          05 ETQ-COLHDR-BAL               PIC X(80).
          05 ETQ-BAL-TOTALES              PIC X(10).
          05 ETQ-BAL-CUADRA               PIC X(40).
          05 ETQ-BAL-DESCUADRA            PIC X(40).
          05 ETQ-BAL-SIN-CUENTA           PIC X(40).
          05 ETQ-OPT-TOMA                 PIC X(26).
          05 ETQ-TITULO-TOMA              PIC X(40).
          05 ETQ-MENU-TOMA                PIC X(55).
          05 ETQ-TOMA-ESTADO              PIC X(14).
          05 ETQ-TOMA-ABIERTA             PIC X(20).
          05 ETQ-TOMA-SIN-ABRIR           PIC X(20).
          05 ETQ-TOMA-SKUS                PIC X(06).
          05 ETQ-TOMA-CONTADOS            PIC X(10).
          05 ETQ-TOMA-RECONTEO            PIC X(10).
          05 ETQ-TOMA-PENDIENTES          PIC X(12).
          05 ETQ-TOLERANCIA-PROMPT        PIC X(16).
          05 ETQ-CONTEO-PROMPT            PIC X(18).
          05 ETQ-MSG-TOMA-YA-ABIERTA      PIC X(40).
          05 ETQ-MSG-TOMA-NO-ABIERTA      PIC X(40).
          05 ETQ-MSG-TOMA-CIERRE          PIC X(42).
          05 ETQ-MSG-CONFIRMA-TOMA        PIC X(40).
          05 ETQ-MSG-TOMA-CONGELADA       PIC X(40).
          05 ETQ-MSG-SKU-NO-EN-TOMA       PIC X(40).
          05 ETQ-MSG-SKU-YA-CONTADO       PIC X(40).
          05 ETQ-MSG-SEGUNDO-CONTEO       PIC X(45).
          05 ETQ-MSG-CONTEO-GRABADO       PIC X(40).
          05 ETQ-MSG-TOMA-PENDIENTE       PIC X(50).
          05 ETQ-MSG-SOLO-SUPERVISOR      PIC X(45).
          05 ETQ-MSG-CONFIRMA-APROB       PIC X(40).
          05 ETQ-MSG-TOMA-APROBADA        PIC X(40).
          05 ETQ-TITULO-HOJA-CONTEO       PIC X(40).
          05 ETQ-CATEGORIA-LABEL          PIC X(11).
          05 ETQ-CONGELADA-LABEL          PIC X(11).
          05 ETQ-COLHDR-HOJA              PIC X(80).
          05 ETQ-TITULO-DIF-TOMA          PIC X(40).
          05 ETQ-COLHDR-DIF-TOMA          PIC X(77).
          05 ETQ-TOMA-SUBTOTAL            PIC X(18).
          05 ETQ-TOMA-FALTANTES           PIC X(18).
          05 ETQ-TOMA-SOBRANTES           PIC X(18).
          05 ETQ-TOMA-NETO                PIC X(18).
          05 ETQ-TOMA-PEND-TXT            PIC X(07).
          05 ETQ-TOMA-RECONT-TXT          PIC X(07).
          05 ETQ-OPT-CONC-BANCO           PIC X(26).
          05 ETQ-TITULO-CONC-BANCO        PIC X(40).
          05 ETQ-PERIODO-PROMPT           PIC X(16).
          05 ETQ-PERIODO-LABEL            PIC X(09).
          05 ETQ-CUENTA-LABEL             PIC X(08).
          05 ETQ-MSG-PERIODO-INV          PIC X(40).
          05 ETQ-MSG-MES-ABIERTO          PIC X(40).
          05 ETQ-MSG-MES-CONCILIADO       PIC X(45).
          05 ETQ-MSG-EXTRACTO-NO-EXISTE   PIC X(40).
          05 ETQ-MSG-EXTRACTO-SIN-SALDO   PIC X(40).
          05 ETQ-MSG-SIN-CTA-BANCO        PIC X(45).
          05 ETQ-MSG-CONFIRMA-CONC        PIC X(48).
          05 ETQ-MSG-CONC-GRABADA         PIC X(40).
          05 ETQ-CONC-SECC-CONCILIADAS    PIC X(40).
          05 ETQ-CONC-SECC-LIBROS         PIC X(40).
          05 ETQ-CONC-SECC-BANCO          PIC X(40).
          05 ETQ-COLHDR-CONC-BCO          PIC X(70).
          05 ETQ-CONC-ENTRADA             PIC X(07).
          05 ETQ-CONC-SALIDA              PIC X(07).
          05 ETQ-CONC-TOTAL-SECC          PIC X(20).
          05 ETQ-CONC-RECAUDO             PIC X(20).
          05 ETQ-CONC-PAGO                PIC X(20).
          05 ETQ-CONC-COMPROB             PIC X(20).
          05 ETQ-CONC-SALDO-EXTRACTO      PIC X(32).
          05 ETQ-CONC-MAS-TRANSITO        PIC X(32).
          05 ETQ-CONC-MENOS-PAGOS         PIC X(32).
          05 ETQ-CONC-BANCO-AJUST         PIC X(32).
          05 ETQ-CONC-SALDO-LIBROS        PIC X(32).
          05 ETQ-CONC-MAS-ABONOS          PIC X(32).
          05 ETQ-CONC-MENOS-CARGOS        PIC X(32).
          05 ETQ-CONC-LIBROS-AJUST        PIC X(32).
          05 ETQ-CONC-CUADRA              PIC X(40).
          05 ETQ-CONC-DESCUADRA           PIC X(32).
          05 ETQ-OPT-CONVERTIR            PIC X(26).
          05 ETQ-TITULO-CONVERSION        PIC X(40).
          05 ETQ-COLHDR-CONVERSION        PIC X(62).
          05 ETQ-CONV-YA-INDEXADO         PIC X(20).
          05 ETQ-CONV-SIN-ORIGEN          PIC X(20).
          05 ETQ-CONV-ERR-DESTINO         PIC X(20).
          05 ETQ-CONV-CONVERTIDO          PIC X(20).
          05 ETQ-CONV-LLAVE-DUP           PIC X(16).
          05 ETQ-CONV-LLAVE-BLANCO        PIC X(16).
          05 ETQ-MSG-CONV-FIN             PIC X(40).
          05 ETQ-OPT-INTEGRIDAD           PIC X(26).
          05 ETQ-TITULO-INTEGRIDAD        PIC X(40).
          05 ETQ-COLHDR-INTEGRIDAD        PIC X(62).
          05 ETQ-INTEG-ARCHIVO            PIC X(12).
          05 ETQ-INTEG-CRITICOS           PIC X(30).
          05 ETQ-INTEG-ADVERTENCIAS       PIC X(30).
          05 ETQ-INTEG-SIN-EXCEPC         PIC X(40).
          05 ETQ-INTEG-RESUMEN            PIC X(40).
          05 ETQ-INTEG-TOTAL-CRIT         PIC X(16).
          05 ETQ-INTEG-TOTAL-ADV          PIC X(16).
          05 ETQ-INTEG-SIN-ARCHIVO        PIC X(20).
          05 ETQ-INTEG-ERR-ARCHIVO        PIC X(20).
          05 ETQ-INTEG-SIN-CUENTAS        PIC X(20).
          05 ETQ-MSG-INTEG-FIN            PIC X(40).
          05 ETQ-MSG-INTEG-CIERRE         PIC X(60).
          05 ETQ-MSG-INTEG-RECHAZO        PIC X(60).
          05 ETQ-MSG-INTEG-VERIFICA       PIC X(40).
          05 ETQ-REGLA-TE01               PIC X(40).
          05 ETQ-REGLA-TE02               PIC X(40).
          05 ETQ-REGLA-AR01               PIC X(40).
          05 ETQ-REGLA-AR02               PIC X(40).
          05 ETQ-REGLA-AR03               PIC X(40).
          05 ETQ-REGLA-ST01               PIC X(40).
          05 ETQ-REGLA-ST02               PIC X(40).
          05 ETQ-REGLA-US01               PIC X(40).
          05 ETQ-REGLA-GL01               PIC X(40).
          05 ETQ-REGLA-GL02               PIC X(40).
          05 ETQ-REGLA-GL03               PIC X(40).
          05 ETQ-REGLA-TC01               PIC X(40).
          05 ETQ-REGLA-CA01               PIC X(40).
          05 ETQ-REGLA-CA02               PIC X(40).
          05 ETQ-REGLA-CA03               PIC X(40).
          05 ETQ-REGLA-CA04               PIC X(40).
          05 ETQ-REGLA-CA05               PIC X(40).
          05 ETQ-REGLA-CA06               PIC X(40).
          05 ETQ-REGLA-VE01               PIC X(40).
          05 ETQ-REGLA-VE02               PIC X(40).
          05 ETQ-REGLA-VE03               PIC X(40).
          05 ETQ-REGLA-VE04               PIC X(40).
          05 ETQ-REGLA-CO01               PIC X(40).
          05 ETQ-REGLA-CO02               PIC X(40).
          05 ETQ-REGLA-DV01               PIC X(40).
          05 ETQ-REGLA-DV02               PIC X(40).
          05 ETQ-REGLA-DV03               PIC X(40).
          05 ETQ-REGLA-RC01               PIC X(40).
          05 ETQ-REGLA-RC02               PIC X(40).
          05 ETQ-REGLA-OC01               PIC X(40).
          05 ETQ-REGLA-OC02               PIC X(40).
          05 ETQ-REGLA-AJ01               PIC X(40).
          05 ETQ-REGLA-MG01               PIC X(40).
          05 ETQ-REGLA-MG02               PIC X(40).
          05 ETQ-MSG-INTEG-SIN-VERIF      PIC X(60).
          05 ETQ-MSG-INTEG-RECH-SV        PIC X(60).
          05 ETQ-MSG-TOMA-AJUSTES         PIC X(42).
