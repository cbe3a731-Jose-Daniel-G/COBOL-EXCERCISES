               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.

           SELECT ARCH-STOCK ASSIGN TO "STOCK.IDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS STK-SKU
               FILE STATUS IS FS-STOCK.

           SELECT ARCH-GLCTAS ASSIGN TO "GLCTAS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-GLCTAS.

           SELECT ARCH-CARTERA ASSIGN TO "CARTERA.IDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAR-LLAVE
               FILE STATUS IS FS-CARTERA.

           SELECT ARCH-USUARIOS ASSIGN TO "USUARIOS.IDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS USR-ID
               FILE STATUS IS FS-USUARIOS.

           SELECT OPTIONAL ARCH-BITACORA ASSIGN TO "BITACORA.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STKSORD.

           SELECT OPTIONAL ARCH-CARTCTL ASSIGN TO "CARTCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CARTCTL.

           SELECT ARCH-TERCEROS ASSIGN TO "TERCEROS.IDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TER-CODIGO
               FILE STATUS IS FS-TERCEROS.

           SELECT ARCH-ORDEN ASSIGN TO "SORTWORK.TMP".
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPSUG.

           SELECT ARCH-ARTICULOS ASSIGN TO "ARTICULOS.IDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ART-SKU
               FILE STATUS IS FS-ARTICULOS.

           SELECT ARCH-REPANA ASSIGN TO NOMBRE-REPANA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-IDIOMA.

           SELECT ARCH-REPMAR ASSIGN TO NOMBRE-REPMAR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPMAR.

           SELECT OPTIONAL ARCH-DEVOLUC ASSIGN TO "DEVOLUC.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUC.

           SELECT ARCH-ORDCOMP ASSIGN TO "ORDCOMP.IDX"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS OC-LLAVE
               FILE STATUS IS FS-ORDCOMP.

           SELECT ARCH-REPOC ASSIGN TO NOMBRE-REPOC
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPOC.

           SELECT ARCH-REPOCP ASSIGN TO NOMBRE-REPOCP
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPOCP.

           SELECT ARCH-POSVTA ASSIGN TO NOMBRE-POSVTA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-POSVTA.

           SELECT ARCH-RECHPOS ASSIGN TO NOMBRE-RECHPOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RECHPOS.

           SELECT OPTIONAL ARCH-POSCTL ASSIGN TO "POSCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-POSCTL.

           SELECT ARCH-REPPOS ASSIGN TO NOMBRE-REPPOS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPPOS.

           SELECT ARCH-REPIVA ASSIGN TO NOMBRE-REPIVA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPIVA.

           SELECT OPTIONAL ARCH-COMPROB ASSIGN TO "COMPROB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-COMPROB.

           SELECT ARCH-REPBAL ASSIGN TO NOMBRE-REPBAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPBAL.

           SELECT OPTIONAL ARCH-TOMAFIS ASSIGN TO "TOMAFIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TOMAFIS.

           SELECT OPTIONAL ARCH-TOMACTL ASSIGN TO "TOMACTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TOMACTL.

           SELECT ARCH-REPTOMA ASSIGN TO NOMBRE-REPTOMA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPTOMA.

           SELECT ARCH-EXTBANCO ASSIGN TO NOMBRE-EXTBANCO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-EXTBANCO.

           SELECT OPTIONAL ARCH-CONCBCO ASSIGN TO "CONCBCO.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONCBCO.

           SELECT OPTIONAL ARCH-CONCDET ASSIGN TO "CONCDET.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONCDET.

           SELECT ARCH-REPCBCO ASSIGN TO NOMBRE-REPCBCO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPCBCO.

           SELECT ARCH-REPCONV ASSIGN TO NOMBRE-REPCONV
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPCONV.

           SELECT ARCH-REPINTEG ASSIGN TO NOMBRE-REPINTEG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-REPINTEG.

           SELECT ARCH-EXCINTEG ASSIGN TO "EXCINTEG.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-EXCINTEG.

           SELECT ARCH-EXCORD ASSIGN TO "EXCORD.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-EXCORD.

           SELECT ARCH-CARTSORD ASSIGN TO "CARTSORD.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CARTSORD.

           SELECT ARCH-TOMATMP ASSIGN TO "TOMATMP.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TOMATMP.

           SELECT ARCH-TOMADIF ASSIGN TO "TOMADIF.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-TOMADIF.

           SELECT ARCH-MOVVTA ASSIGN TO "MOVVTA.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MOVVTA.

           SELECT ARCH-MOVORD ASSIGN TO "MOVORD.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MOVORD.

           SELECT ARCH-RESVTA ASSIGN TO "RESVTA.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RESVTA.

           SELECT ARCH-RESORD ASSIGN TO "RESORD.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RESORD.

           SELECT ARCH-CATMAR ASSIGN TO "CATMAR.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CATMAR.

           SELECT ARCH-SUGTMP ASSIGN TO "SUGTMP.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SUGTMP.

           SELECT ARCH-SUGORD ASSIGN TO "SUGORD.TMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SUGORD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-VENTAS.
          05 CFC-FECHA-CONF  PIC 9(08).

       FD  ARCH-VTAHIST.
       01 REG-VTAHIST PIC X(84).

       FD  ARCH-DIFCONF.
       01 REG-DIFCONF.
       COPY STOCK REPLACING ==REG-STOCK== BY ==REG-STKSORD==,
                            LEADING ==STK== BY ==SSK==.

       FD  ARCH-CARTCTL.
       COPY CARTCTL.

       FD  ARCH-TERCEROS.
       COPY TERCERO.
       SD  ARCH-ORDEN.
       01 REG-ORDEN.
          05 ORD-SKU         PIC X(10).
          05 FILLER          PIC X(74).
       01 REG-ORDEN-DOC.
          05 FILLER          PIC X(10).
          05 ORD-DOCUMENTO   PIC X(10).
          05 FILLER          PIC X(64).
       01 REG-ORDEN-EXC.
          05 ORD-LLAVE-EXC   PIC X(10).
          05 FILLER          PIC X(154).
       01 REG-ORDEN-CAT.
          05 ORD-CATEG-SKU   PIC X(20).
          05 FILLER          PIC X(64).
       01 REG-ORDEN-SUG.
          05 ORD-LLAVE-SUG   PIC X(21).
          05 FILLER          PIC X(63).

       FD  ARCH-EXTRACTO.
       01 REG-EXTRACTO PIC X(100).
       FD  ARCH-IDIOMA.
       01 REG-IDIOMA PIC X(02).

       FD  ARCH-REPMAR.
       01 REG-REPMAR PIC X(100).

       FD  ARCH-DEVOLUC.
       COPY DEVOLUC.

       FD  ARCH-ORDCOMP.
       COPY ORDCOMP.

       FD  ARCH-REPOC.
       01 REG-REPOC PIC X(100).

       FD  ARCH-REPOCP.
       01 REG-REPOCP PIC X(100).

       FD  ARCH-POSVTA.
       COPY POSVTA.

       FD  ARCH-RECHPOS.
       COPY RECHPOS.

       FD  ARCH-POSCTL.
       COPY POSCTL.

       FD  ARCH-REPPOS.
       01 REG-REPPOS PIC X(100).

       FD  ARCH-REPIVA.
       01 REG-REPIVA PIC X(100).

       FD  ARCH-COMPROB.
       COPY COMPROB.

       FD  ARCH-REPBAL.
       01 REG-REPBAL PIC X(100).

       FD  ARCH-TOMAFIS.
       COPY TOMAFIS.

       FD  ARCH-TOMACTL.
       COPY TOMACTL.

       FD  ARCH-REPTOMA.
       01 REG-REPTOMA PIC X(100).

       FD  ARCH-EXTBANCO.
       COPY EXTBCO.

       FD  ARCH-CONCBCO.
       COPY CONCBCO.

       FD  ARCH-CONCDET.
       COPY CONCDET.

       FD  ARCH-REPCBCO.
       01 REG-REPCBCO PIC X(100).

       FD  ARCH-REPCONV.
       01 REG-REPCONV PIC X(100).

       FD  ARCH-REPINTEG.
       01 REG-REPINTEG PIC X(100).

       FD  ARCH-EXCINTEG.
       01 REG-EXCINTEG PIC X(164).

       FD  ARCH-EXCORD.
       01 REG-EXCORD PIC X(164).

       FD  ARCH-CARTSORD.
       COPY CARTERA REPLACING ==REG-CARTERA== BY ==REG-CARTSORD==,
                              LEADING ==CAR== BY ==CSO==.

       FD  ARCH-TOMATMP.
       COPY TOMAFIS REPLACING ==REG-TOMAFIS== BY ==REG-TOMATMP==,
                              LEADING ==TF== BY ==TFT==.

       FD  ARCH-TOMADIF.
       01 REG-TOMADIF PIC X(65).

       FD  ARCH-MOVVTA.
       01 REG-MOVVTA PIC X(58).

       FD  ARCH-MOVORD.
       01 REG-MOVORD PIC X(58).

       FD  ARCH-RESVTA.
       01 REG-RESVTA PIC X(68).

       FD  ARCH-RESORD.
       01 REG-RESORD PIC X(68).

       FD  ARCH-CATMAR.
       01 REG-CATMAR PIC X(48).

       FD  ARCH-SUGTMP.
       01 REG-SUGTMP PIC X(70).

       FD  ARCH-SUGORD.
       01 REG-SUGORD PIC X(70).

       WORKING-STORAGE SECTION.

       01 FS-VENTAS    PIC X(02) VALUE "00".
       01 FS-BITAHIST  PIC X(02) VALUE "00".
       01 FS-VTASORD   PIC X(02) VALUE "00".
       01 FS-STKSORD   PIC X(02) VALUE "00".
       01 FS-CARTCTL   PIC X(02) VALUE "00".
       01 FS-SPOOLIDX  PIC X(02) VALUE "00".
       01 FS-SPOOLVER  PIC X(02) VALUE "00".
       01 FS-TERCEROS  PIC X(02) VALUE "00".
       01 FS-COPIADST  PIC X(02) VALUE "00".
       01 FS-ROTULOS   PIC X(02) VALUE "00".
       01 FS-IDIOMA    PIC X(02) VALUE "00".
       01 FS-REPMAR    PIC X(02) VALUE "00".
       01 FS-DEVOLUC   PIC X(02) VALUE "00".
       01 FS-ORDCOMP   PIC X(02) VALUE "00".
       01 FS-REPOC     PIC X(02) VALUE "00".
       01 FS-REPOCP    PIC X(02) VALUE "00".
       01 FS-POSVTA    PIC X(02) VALUE "00".
       01 FS-RECHPOS   PIC X(02) VALUE "00".
       01 FS-POSCTL    PIC X(02) VALUE "00".
       01 FS-REPPOS    PIC X(02) VALUE "00".
       01 FS-REPIVA    PIC X(02) VALUE "00".
       01 FS-COMPROB   PIC X(02) VALUE "00".
       01 FS-REPBAL    PIC X(02) VALUE "00".
       01 FS-TOMAFIS   PIC X(02) VALUE "00".
       01 FS-TOMACTL   PIC X(02) VALUE "00".
       01 FS-REPTOMA   PIC X(02) VALUE "00".
       01 FS-EXTBANCO  PIC X(02) VALUE "00".
       01 FS-CONCBCO   PIC X(02) VALUE "00".
       01 FS-CONCDET   PIC X(02) VALUE "00".
       01 FS-REPCBCO   PIC X(02) VALUE "00".
       01 FS-REPCONV   PIC X(02) VALUE "00".
       01 FS-REPINTEG  PIC X(02) VALUE "00".
       01 FS-EXCINTEG  PIC X(02) VALUE "00".
       01 FS-EXCORD    PIC X(02) VALUE "00".
       01 FS-CARTSORD  PIC X(02) VALUE "00".
       01 FS-TOMATMP  PIC X(02) VALUE "00".
       01 FS-TOMADIF  PIC X(02) VALUE "00".
       01 FS-MOVVTA   PIC X(02) VALUE "00".
       01 FS-MOVORD   PIC X(02) VALUE "00".
       01 FS-RESVTA   PIC X(02) VALUE "00".
       01 FS-RESORD   PIC X(02) VALUE "00".
       01 FS-CATMAR   PIC X(02) VALUE "00".
       01 FS-SUGTMP   PIC X(02) VALUE "00".
       01 FS-SUGORD   PIC X(02) VALUE "00".
       01 LINEA-REPORTE-IMPRESO PIC X(80) VALUE SPACE.
       01 PERM-MODULOS-OPERADOR PIC X(04) VALUE "NNNN".
       01 IDIOMA-ACTUAL PIC X(02) VALUE "ES".
       01 VENTAS-PROCESADAS-ED PIC ZZZZZZ9.
       01 PROGRESO-CONTADOR    PIC 9(03) COMP VALUE 0.

       01 SKU-DIF-ANTERIOR    PIC X(10) VALUE SPACES.
       01 SW-POSTEO-OK        PIC X(01) VALUE "N".
          88 POSTEO-PROCEDE     VALUE "S".

       01 SKU-CAPTURA          PIC X(10) VALUE SPACE.
       01 CANT-CAPTURA         PIC 9(07) VALUE 0.
       01 RENGLON-REPORTE   PIC 9(02) COMP VALUE 0.
       01 STK-CANTIDAD-REF  PIC 9(07).
       01 STK-PRECIO-REF    PIC 9(07)V99.
       01 STK-COSTO-REF     PIC 9(07)V99.
       01 COSTO-VENTA-REF   PIC 9(07)V99.
       01 DIF-CANTIDAD-REF  PIC S9(07).
       01 DIF-PRECIO-REF    PIC S9(07)V99.

       01 GL-SALDO-EDITADO    PIC -ZZZZZZZZ9.99.
       01 RENGLON-REPORTE-FIN PIC 9(02) COMP VALUE 0.

       01 TOTAL-CARTERA-REGS  PIC 9(07) COMP VALUE 0.
       01 SW-CARTERA-LEIDA    PIC X(01) VALUE "N".
          88 CARTERA-LEIDA      VALUE "S".
       01 TABLA-PAGINA-CARTERA.
          05 PAGINA-CART-RENGLON OCCURS 12 TIMES
                             INDEXED BY IDX-CART.
             10 TPC-TERCERO  PIC X(10).
             10 TPC-TIPO     PIC X(01).
             10 TPC-EN-MAESTRO PIC X(01).
             10 TPC-SOBRE    PIC X(01).
             10 TPC-LINEA    PIC X(58).
       01 TOTAL-PAGINA-CART   PIC 9(02) COMP VALUE 0.
       01 SALTAR-CARTERA-REGS PIC 9(07) COMP VALUE 0.
       01 TERCERO-POSICION    PIC X(10) VALUE SPACE.
       01 TOTALES-EDAD-CARTERA.
          05 TOT-EDAD-CXC OCCURS 5 TIMES PIC S9(09)V99.
          05 TOT-EDAD-CXP OCCURS 5 TIMES PIC S9(09)V99.
       01 IDX-EDAD            PIC 9(01) COMP VALUE 0.
       01 PAGINA-CARTERA      PIC 9(05) COMP VALUE 0.
       01 PAGINAS-CARTERA     PIC 9(05) COMP VALUE 0.
       01 PAGINA-CARTERA-ED   PIC ZZZZ9.
       01 PAGINAS-CARTERA-ED  PIC ZZZZ9.
       01 SW-FIN-CARTERA      PIC X(01) VALUE "N".
          88 FIN-REPORTE-CARTERA VALUE "S".
       01 LINEA-TOTAL-EDADES.
          05 LTE-TIPO         PIC X(04).
          05 LTE-MONTO OCCURS 5 TIMES PIC -ZZZZZZZZ9.99.

       01 TERCERO-BUSCADO     PIC X(10) VALUE SPACE.
       01 SW-TERCERO-HALLADO  PIC X(01) VALUE "N".
          88 TERCERO-HALLADO    VALUE "S".
       01 TERCERO-EXPO        PIC X(10) VALUE SPACE.
       01 TOTAL-EXPO-TERCERO  PIC S9(11)V99 VALUE 0.
       01 SW-SOBRECUPO        PIC X(01) VALUE "N".
          88 TERCERO-SOBRECUPO  VALUE "S".
       01 CONT-SOBRECUPO      PIC 9(05) COMP VALUE 0.
       01 CONT-SOBRECUPO-ED   PIC ZZZZ9.
       01 EXCESO-REF          PIC S9(11)V99 VALUE 0.
       01 TERCERO-ALTA        PIC X(10) VALUE SPACE.
       01 NOMBRE-TERCERO-ALTA PIC X(20) VALUE SPACE.
          88 FIN-CAPTURA-COMPRAS VALUE "S".
       01 SW-COMPRA-VALIDA    PIC X(01) VALUE "N".
          88 COMPRA-VALIDA      VALUE "S".
       01 SKU-ENTRADA-STK     PIC X(10) VALUE SPACE.
       01 CANT-ENTRADA-STK    PIC 9(07) VALUE 0.
       01 COSTO-ENTRADA-STK   PIC 9(07)V99 VALUE 0.

       01 TERCERO-DEV         PIC X(10) VALUE SPACE.
       01 DOC-ORIGEN-DEV      PIC X(10) VALUE SPACE.
       01 SKU-DEV             PIC X(10) VALUE SPACE.
       01 CANT-DEV            PIC 9(07) VALUE 0.
       01 MOTIVO-DEV          PIC X(02) VALUE SPACE.
          88 MOTIVO-DEV-VALIDO  VALUE "01" THRU "05".
       01 PRECIO-DEV          PIC 9(07)V99 VALUE 0.
       01 TASA-IVA-DEV        PIC 9(02) VALUE 0.
       01 COSTO-DEV           PIC 9(07)V99 VALUE 0.
       01 VALOR-DEV           PIC 9(09)V99 VALUE 0.
       01 CRUCE-NC-DEV        PIC S9(09)V99 VALUE 0.
       01 CANT-FACTURADA-DEV  PIC 9(07) VALUE 0.
       01 CANT-DEVUELTA-DEV   PIC 9(07) VALUE 0.
       01 CANT-DISPONIBLE-DEV PIC S9(07) VALUE 0.
       01 FECHA-FACTURA-DEV   PIC 9(08) VALUE 0.
       01 CANT-DEV-ED         PIC ZZZZZZ9.
       01 SW-FACTURA-DEV      PIC X(01) VALUE "N".
          88 FACTURA-DEV-HALLADA VALUE "S".
       01 SW-DEVOLUCION-VALIDA PIC X(01) VALUE "N".
          88 DEVOLUCION-VALIDA  VALUE "S".
       01 SW-FIN-DEVOLUCION   PIC X(01) VALUE "N".
          88 FIN-CAPTURA-DEVOLUCION VALUE "S".

       01 TERCERO-DOC-CART    PIC X(10) VALUE SPACE.
       01 TIPO-DOC-CART       PIC X(01) VALUE SPACE.
       01 VALOR-DOC-CART      PIC S9(09)V99 VALUE 0.
       01 DOC-PREFIJO-CART    PIC X(02) VALUE SPACE.
       01 NUMERO-DOC-CART     PIC 9(08) VALUE 0.
       01 DOC-GENERADO-CART   PIC X(10) VALUE SPACE.
       01 TERCERO-ESTCTA      PIC X(10) VALUE SPACE.
       01 TOTAL-ESTCTA        PIC S9(11)V99 VALUE 0.
       01 TOTAL-ESTCTA-ED     PIC -ZZZZZZZZZZ9.99.
       01 CONT-DOCS-ESTCTA    PIC 9(05) COMP VALUE 0.
       01 LINEA-ESTCTA.
          05 LES-DOC          PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
       01 NOMBRE-REPANA       PIC X(32) VALUE "REPANA.PRN".
       01 NOMBRE-REPSUG       PIC X(32) VALUE "REPSUG.PRN".
       01 NOMBRE-REPEST       PIC X(32) VALUE "REPEST.PRN".
       01 NOMBRE-REPMAR       PIC X(32) VALUE "REPMAR.PRN".
       01 NOMBRE-REPOC        PIC X(32) VALUE "REPOC.PRN".
       01 NOMBRE-REPOCP       PIC X(32) VALUE "REPOCP.PRN".
       01 NOMBRE-REPPOS       PIC X(32) VALUE "REPPOS.PRN".
       01 NOMBRE-REPIVA       PIC X(32) VALUE "REPIVA.PRN".
       01 NOMBRE-REPBAL       PIC X(32) VALUE "REPBAL.PRN".
       01 NOMBRE-REPTOMA      PIC X(32) VALUE "REPTOMA.PRN".
       01 NOMBRE-REPCBCO      PIC X(32) VALUE "REPCBCO.PRN".
       01 NOMBRE-REPCONV      PIC X(32) VALUE "REPCONV.PRN".
       01 NOMBRE-REPINTEG     PIC X(32) VALUE "REPINTEG.PRN".
       01 NOMBRE-EXTBANCO     PIC X(16) VALUE SPACE.
       01 NOMBRE-POSVTA       PIC X(16) VALUE SPACE.
       01 NOMBRE-RECHPOS      PIC X(20) VALUE SPACE.
       01 NOMBRE-SPOOL        PIC X(32) VALUE SPACE.
       01 NOMBRE-SPOOLVER     PIC X(32) VALUE SPACE.
       01 TIPO-SPOOL          PIC X(10) VALUE SPACE.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LCO-MARCA        PIC X(12).

       01 ARTICULO-BUSCADO    PIC X(10) VALUE SPACE.
       01 SW-ARTICULO-HALLADO PIC X(01) VALUE "N".
          88 ARTICULO-HALLADO   VALUE "S".
       01 MINIMO-ALTA         PIC 9(07) VALUE 0.
       01 REORDEN-ALTA        PIC 9(07) VALUE 0.
       01 PROV-ALTA           PIC X(10) VALUE SPACE.
       01 TASA-IVA-ALTA       PIC 9(02) VALUE 0.
          88 TASA-IVA-ALTA-VALIDA VALUE 0 5 19.
       01 TASA-IVA-ANT        PIC 9(02) VALUE 0.
      *> Renglon del sugerido (SUGTMP.TMP, ordenado en SUGORD.TMP).
      *> Grupo "1" son proveedores del maestro de terceros, grupo "2"
      *> los articulos sin proveedor valido.
       01 REG-SUGERIDO-W.
          05 SGW-LLAVE.
             10 SGW-GRUPO     PIC X(01).
             10 SGW-PROV      PIC X(10).
             10 SGW-SKU       PIC X(10).
          05 SGW-ACTIVO       PIC X(01).
          05 SGW-NOMBRE       PIC X(20).
          05 SGW-EXIST        PIC 9(07).
          05 SGW-MINIMO       PIC 9(07).
          05 SGW-VELOC        PIC 9(05)V99.
          05 SGW-SUGERIDO     PIC 9(07).
       01 TOTAL-SUGERIDO      PIC 9(07) COMP VALUE 0.
       01 DIAS-COBERTURA      PIC 9(03) VALUE 7.
       01 CONSUMO-PROY-REF    PIC 9(09)V99 VALUE 0.
       01 VELOC-DIA-REF       PIC 9(05)V99 VALUE 0.
       01 NOMBRE-GRUPO-SUG    PIC X(20) VALUE SPACE.
       01 SUGERIDO-CALC-REF   PIC 9(09)V99 VALUE 0.
       01 PROV-GRUPO-SUG      PIC X(10) VALUE SPACE.
       01 GRUPO-SUG           PIC X(01) VALUE SPACE.
       01 LINEA-SUGERIDO.
          05 LSU-SKU          PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LSU-VELOC        PIC ZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LSU-SUGERIDO     PIC ZZZZZZ9.

       01 ULTIMO-NUMERO-OC    PIC 9(08) VALUE 0.
       01 NUMERO-OC-REF       PIC 9(08) VALUE 0.
       01 PRIMERA-OC-GENERADA PIC X(10) VALUE SPACE.
       01 ULTIMA-OC-GENERADA  PIC X(10) VALUE SPACE.
       01 RENGLONES-OC-GENERADOS PIC 9(06) COMP VALUE 0.
       01 ORDEN-POSICION-OC   PIC X(10) VALUE SPACE.
       01 PROV-ORDEN-OC       PIC X(10) VALUE SPACE.
       01 ESTADO-ORDEN-OC     PIC X(01) VALUE SPACE.
       01 COSTO-PACTADO-OC    PIC 9(07)V99 VALUE 0.
       01 PEDIDA-OC           PIC 9(07) VALUE 0.
       01 RECIBIDA-OC         PIC 9(07) VALUE 0.
       01 SW-RENGLON-OC       PIC X(01) VALUE "N".
          88 RENGLON-OC-HALLADO VALUE "S".
       01 ORDEN-COMPRA        PIC X(10) VALUE SPACE.
       01 ORDEN-ACTUAL-OC     PIC X(10) VALUE SPACE.
       01 DIAS-ENTREGA-OC     PIC 9(03) VALUE 8.
       01 FECHA-PROMESA-OC    PIC 9(08) VALUE 0.
       01 PENDIENTE-OC        PIC S9(07) VALUE 0.
       01 DIAS-ATRASO-OC      PIC S9(05) VALUE 0.
       01 VALOR-RENGLON-OC    PIC 9(11)V99 VALUE 0.
       01 TOTAL-VALOR-OC      PIC 9(11)V99 VALUE 0.
       01 TOTAL-VALOR-OC-ED   PIC ZZZZZZZZZZ9.99.
       01 COSTO-PACTADO-ED    PIC ZZZZZZ9.99.
       01 TOTAL-PEND-OC       PIC 9(04) COMP VALUE 0.
       01 SW-ORDEN-HALLADA    PIC X(01) VALUE "N".
          88 ORDEN-HALLADA      VALUE "S".
       01 SW-ORDEN-COMPLETA   PIC X(01) VALUE "N".
          88 ORDEN-COMPLETA     VALUE "S".
       01 SW-SKU-EN-OC        PIC X(01) VALUE "N".
          88 SKU-CON-OC-ABIERTA VALUE "S".
       01 SW-GRUPO-OC         PIC X(01) VALUE "N".
          88 GRUPO-OC-IMPRESO   VALUE "S".
       01 LEIDOS-POS          PIC 9(06) VALUE 0.
       01 ACEPTADOS-POS       PIC 9(06) VALUE 0.
       01 RECHAZADOS-POS      PIC 9(06) VALUE 0.
       01 CONTADOR-POS-ED     PIC ZZZZZ9.
       01 VALOR-ACEPTADO-POS  PIC 9(11)V99 VALUE 0.
       01 VALOR-ACEPTADO-ED   PIC ZZZZZZZZZZ9.99.
       01 VALOR-LINEA-POS     PIC 9(09)V99 VALUE 0.
       01 SALDO-CLIENTE-POS   PIC S9(11)V99 VALUE 0.
       01 MOTIVO-RECHAZO-POS  PIC X(02) VALUE SPACE.
       01 DESC-RECHAZO-POS    PIC X(48) VALUE SPACE.
       01 SW-POS-IMPORTADO    PIC X(01) VALUE "N".
          88 POS-IMPORTADO      VALUE "S".
       01 LINEA-RECHAZO-POS.
          05 LRP-TIQUETE      PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LRP-SKU          PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LRP-MOTIVO       PIC X(02).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LRP-DESC         PIC X(48).

      *> Liquidacion de IVA por linea: la tarifa sale del maestro de
      *> articulos; si el SKU no tiene maestro aplica la tarifa general.
       01 TASA-IVA-GENERAL    PIC 9(02) VALUE 19.
       01 TASA-IVA-REF        PIC 9(02) VALUE 0.
       01 BASE-IVA-REF        PIC 9(09)V99 VALUE 0.
       01 IVA-LINEA-REF       PIC 9(09)V99 VALUE 0.
       01 LINEA-LIQUIDA-IVA.
          05 LLI-ETQ-BASE     PIC X(06).
          05 LLI-BASE         PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LLI-ETQ-IVA      PIC X(05).
          05 LLI-TASA         PIC Z9.
          05 FILLER           PIC X(02) VALUE "% ".
          05 LLI-IVA          PIC ZZZZZZZZ9.99.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LLI-ETQ-TOTAL    PIC X(07).
          05 LLI-TOTAL        PIC ZZZZZZZZ9.99.

       01 ANIO-IVA            PIC 9(04) VALUE 0.
       01 BIMESTRE-IVA        PIC 9(01) VALUE 0.
       01 FECHA-IVA-DESDE     PIC 9(08) VALUE 0.
       01 FECHA-IVA-HASTA     PIC 9(08) VALUE 0.
       01 FECHA-IVA-SIGUIENTE PIC 9(08) VALUE 0.
       01 MES-IVA-REF         PIC 9(02) VALUE 0.
       01 TABLA-IVA.
          05 IVA-RENGLON OCCURS 5 TIMES
                         INDEXED BY IDX-TIV.
             10 TIV-TASA      PIC 9(02).
             10 TIV-BASE-VTA  PIC S9(11)V99.
             10 TIV-IVA-VTA   PIC S9(11)V99.
             10 TIV-BASE-COM  PIC S9(11)V99.
             10 TIV-IVA-COM   PIC S9(11)V99.
       01 TOTAL-TASAS-IVA     PIC 9(01) COMP VALUE 0.
       01 SW-TASA-IVA-HALLADA PIC X(01) VALUE "N".
          88 TASA-IVA-HALLADA   VALUE "S".
       01 SIGNO-IVA-REF       PIC S9(01) VALUE 1.
       01 TOT-BASE-VTA-IVA    PIC S9(11)V99 VALUE 0.
       01 TOT-IVA-VTA-IVA     PIC S9(11)V99 VALUE 0.
       01 TOT-BASE-COM-IVA    PIC S9(11)V99 VALUE 0.
       01 TOT-IVA-COM-IVA     PIC S9(11)V99 VALUE 0.
       01 NETO-IVA            PIC S9(11)V99 VALUE 0.
       01 NETO-IVA-ED         PIC -ZZZZZZZZZZ9.99.
       01 TASA-IVA-ED         PIC Z9.
       01 LINEA-IVA.
          05 LIV-TASA         PIC X(05).
          05 LIV-BASE-VTA     PIC -ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LIV-IVA-VTA      PIC -ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LIV-BASE-COM     PIC -ZZZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LIV-IVA-COM      PIC -ZZZZZZZZZZ9.99.

       01 NUMERO-COMPROBANTE  PIC X(10) VALUE SPACE.
       01 ULTIMO-NUMERO-CPB   PIC 9(08) VALUE 0.
       01 NUMERO-CPB-REF      PIC 9(08) VALUE 0.
       01 COMPROBANTE-MOVGL   PIC X(10) VALUE SPACE.
       01 CONCEPTO-CPB        PIC X(30) VALUE SPACE.
       01 CUENTA-CPB          PIC X(10) VALUE SPACE.
       01 NAT-CPB             PIC X(01) VALUE SPACE.
       01 VALOR-CPB           PIC 9(09)V99 VALUE 0.
       01 DEBITOS-CPB         PIC 9(11)V99 VALUE 0.
       01 CREDITOS-CPB        PIC 9(11)V99 VALUE 0.
       01 SW-FIN-CPB          PIC X(01) VALUE "N".
          88 FIN-CAPTURA-CPB    VALUE "S".
       01 SW-GRABAR-CPB       PIC X(01) VALUE "N".
          88 GRABAR-CPB         VALUE "S".
       01 RENGLON-CPB-INICIAL PIC 9(03) COMP VALUE 0.
       01 LINEA-PANTALLA-CPB  PIC 9(02) VALUE 0.
       01 LINEA-CPB.
          05 LCP-CUENTA       PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LCP-NOMBRE       PIC X(25).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LCP-DEBITO       PIC ZZZZZZZZZZ9.99 BLANK WHEN ZERO.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LCP-CREDITO      PIC ZZZZZZZZZZ9.99 BLANK WHEN ZERO.

       01 TABLA-BALANCE.
          05 BALANCE-RENGLON OCCURS 100 TIMES
                             INDEXED BY IDX-BAL.
             10 TB-INICIAL    PIC S9(11)V99.
             10 TB-DEBITOS    PIC S9(11)V99.
             10 TB-CREDITOS   PIC S9(11)V99.
       01 SALDO-FINAL-BAL     PIC S9(11)V99 VALUE 0.
       01 TOT-INICIAL-BAL     PIC S9(11)V99 VALUE 0.
       01 TOT-DEBITOS-BAL     PIC S9(11)V99 VALUE 0.
       01 TOT-CREDITOS-BAL    PIC S9(11)V99 VALUE 0.
       01 TOT-FINAL-BAL       PIC S9(11)V99 VALUE 0.
       01 DIFERENCIA-BAL      PIC S9(11)V99 VALUE 0.
       01 DIFERENCIA-BAL-ED   PIC -ZZZZZZZZZZ9.99.
       01 MOVS-SIN-CUENTA-BAL PIC 9(07) VALUE 0.
       01 MOVS-SIN-CUENTA-ED  PIC ZZZZZZ9.
       01 LINEA-BALANCE.
          05 LBP-CUENTA       PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LBP-NOMBRE       PIC X(13).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LBP-INICIAL      PIC -ZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LBP-DEBITOS      PIC -ZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LBP-CREDITOS     PIC -ZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LBP-FINAL        PIC -ZZZZZZZZ9.99.

       01 RENGLON-TOMA.
          05 TOM-CLAVE.
             10 TOM-CATEG        PIC X(10).
             10 TOM-SKU          PIC X(10).
          05 TOM-CONGELADA       PIC 9(07).
          05 TOM-CONTEO1         PIC 9(07).
          05 TOM-CONTEO2         PIC 9(07).
          05 TOM-ESTADO          PIC X(01).
          05 TOM-ACTUAL          PIC 9(07).
          05 TOM-PRECIO          PIC 9(07)V99.
          05 TOM-VENDIDA         PIC 9(07).
       01 TOTAL-TOMA          PIC 9(05) COMP VALUE 0.
       01 CONT-RENGLONES-TOMA PIC 9(05) COMP VALUE 0.
       01 SW-FIN-ORDEN        PIC X(01) VALUE "N".
          88 FIN-ORDEN          VALUE "S".
       01 SW-STOCK-TOMA       PIC X(01) VALUE "N".
          88 STOCK-TOMA-ABIERTO VALUE "S".
       01 SW-TOMA-HALLADA     PIC X(01) VALUE "N".
          88 TOMA-HALLADA       VALUE "S".
       01 SW-TOMA-EN-CURSO    PIC X(01) VALUE "N".
          88 TOMA-EN-CURSO      VALUE "S".
       01 OPCION-VENTANA-TOMA PIC X(01) VALUE SPACE.
       01 TOLERANCIA-TOMA     PIC 9(03) VALUE 5.
       01 SKU-CONTEO          PIC X(10) VALUE SPACE.
       01 CANT-CONTEO         PIC 9(07) VALUE 0.
       01 VENTAS-LEIDAS-TOMA  PIC 9(07) VALUE 0.
       01 VENDIDA-TOMA        PIC 9(07) VALUE 0.
       01 ESPERADA-TOMA       PIC S9(08) VALUE 0.
       01 DIFERENCIA-TOMA     PIC S9(08) VALUE 0.
       01 DIF-ABS-TOMA        PIC 9(08) VALUE 0.
       01 BASE-TOLERANCIA     PIC 9(08) VALUE 0.
       01 CANT-FINAL-TOMA     PIC 9(07) VALUE 0.
       01 CANT-NUEVA-TOMA     PIC 9(08) VALUE 0.
       01 VALOR-DIF-TOMA      PIC S9(11)V99 VALUE 0.
       01 SUBTOTAL-CATEG-TOMA PIC S9(11)V99 VALUE 0.
       01 TOT-FALTANTE-TOMA   PIC S9(11)V99 VALUE 0.
       01 TOT-SOBRANTE-TOMA   PIC S9(11)V99 VALUE 0.
       01 CATEG-ANTERIOR-TOMA PIC X(10) VALUE SPACE.
       01 CONT-CONTADOS-TOMA  PIC 9(05) VALUE 0.
       01 CONT-RECONTEO-TOMA  PIC 9(05) VALUE 0.
       01 CONT-PENDIENTE-TOMA PIC 9(05) VALUE 0.
       01 CONT-TOMA-ED        PIC ZZZZ9.
       01 ORIGEN-AJUSTE       PIC X(01) VALUE "C".
       01 SW-CONTEO-FIN       PIC X(01) VALUE "N".
          88 CONTEO-TERMINADO   VALUE "S".
       01 LINEA-HOJA-CONTEO.
          05 LHC-SKU          PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LHC-DESC         PIC X(30).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LHC-UNIDAD       PIC X(04).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LHC-CONTEO1      PIC X(10) VALUE "__________".
          05 FILLER           PIC X(03) VALUE SPACE.
          05 LHC-CONTEO2      PIC X(10) VALUE "__________".
       01 LINEA-DIF-TOMA.
          05 LDT-SKU          PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LDT-DESC         PIC X(18).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LDT-CONGELADA    PIC ZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LDT-ESPERADA     PIC -ZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LDT-CONTADA      PIC ZZZZZZ9.
          05 LDT-CONTADA-X REDEFINES LDT-CONTADA PIC X(07).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LDT-DIFERENCIA   PIC -ZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LDT-VALOR        PIC -ZZZZZZZZ9.99.
       01 TABLA-LIBROS-BCO.
          05 LIBBCO-RENGLON OCCURS 500 TIMES
                            INDEXED BY IDX-LBC.
             10 TLB-FECHA        PIC 9(08).
             10 TLB-NAT          PIC X(01).
             10 TLB-VALOR        PIC 9(11)V99.
             10 TLB-REFERENCIA   PIC X(10).
             10 TLB-DETALLE      PIC X(20).
             10 TLB-PAREJA       PIC 9(03) COMP.
       01 TOTAL-LIBROS-BCO    PIC 9(03) COMP VALUE 0.
       01 TABLA-EXTRACTO.
          05 EXTBCO-RENGLON OCCURS 500 TIMES
                            INDEXED BY IDX-EXB.
             10 TEX-FECHA        PIC 9(08).
             10 TEX-NAT          PIC X(01).
             10 TEX-VALOR        PIC 9(11)V99.
             10 TEX-REFERENCIA   PIC X(10).
             10 TEX-DETALLE      PIC X(20).
             10 TEX-PAREJA       PIC 9(03) COMP.
             10 TEX-ARRASTRE     PIC X(01).
                88 TEX-ES-ARRASTRE  VALUE "S".
       01 TOTAL-EXTRACTO      PIC 9(03) COMP VALUE 0.
       01 POS-CONC            PIC 9(03) COMP VALUE 0.
       01 MEJOR-LBC           PIC 9(03) COMP VALUE 0.
       01 MEJOR-DIAS-CONC     PIC 9(03) COMP VALUE 0.
       01 DIAS-MAX-CONC       PIC 9(03) COMP VALUE 30.
       01 DIAS-DIF-CONC       PIC S9(07) COMP VALUE 0.
       01 JUL-BANCO-CONC      PIC 9(07) COMP VALUE 0.
       01 SW-CONC-TRUNC       PIC X(01) VALUE "N".
          88 CONC-TRUNCADA      VALUE "S".
       01 SW-SALDO-EXTRACTO   PIC X(01) VALUE "N".
          88 SALDO-EXTRACTO-LEIDO VALUE "S".
       01 PERIODO-CONC        PIC 9(06) VALUE 0.
       01 PERIODO-CONC-R REDEFINES PERIODO-CONC.
          05 ANIO-CONC        PIC 9(04).
          05 MES-CONC         PIC 9(02).
       01 ULTIMO-PERIODO-CONC PIC 9(06) VALUE 0.
       01 PERIODO-ARRASTRE.
          05 ANIO-ARRASTRE    PIC 9(04).
          05 MES-ARRASTRE     PIC 9(02).
       01 FECHA-DESDE-CONC    PIC 9(08) VALUE 0.
       01 FECHA-HASTA-CONC    PIC 9(08) VALUE 0.
       01 FECHA-SIG-CONC      PIC 9(08) VALUE 0.
       01 CUENTA-BANCO-CONC   PIC X(10) VALUE SPACE.
       01 PARTIDA-CONC.
          05 PC-FECHA         PIC 9(08).
          05 PC-NAT           PIC X(01).
          05 PC-VALOR         PIC 9(11)V99.
          05 PC-REFERENCIA    PIC X(10).
          05 PC-DETALLE       PIC X(20).
       01 SALDO-EXTRACTO-CONC PIC S9(11)V99 VALUE 0.
       01 SALDO-LIBROS-CONC   PIC S9(11)V99 VALUE 0.
       01 TRANSITO-CONC       PIC S9(11)V99 VALUE 0.
       01 PAGOS-PEND-CONC     PIC S9(11)V99 VALUE 0.
       01 ABONOS-PEND-CONC    PIC S9(11)V99 VALUE 0.
       01 CARGOS-PEND-CONC    PIC S9(11)V99 VALUE 0.
       01 BANCO-AJUST-CONC    PIC S9(11)V99 VALUE 0.
       01 LIBROS-AJUST-CONC   PIC S9(11)V99 VALUE 0.
       01 DIFERENCIA-CONC     PIC S9(11)V99 VALUE 0.
       01 TOTAL-SECC-CONC     PIC S9(11)V99 VALUE 0.
       01 CONT-CONCILIADAS    PIC 9(05) VALUE 0.
       01 CONT-PEND-LIBROS    PIC 9(05) VALUE 0.
       01 CONT-PEND-BANCO     PIC 9(05) VALUE 0.
       01 TITULO-SECC-CONC    PIC X(40) VALUE SPACE.
       01 LINEA-CONC-BCO.
          05 LCB-FECHA-LIB    PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LCB-FECHA-BCO    PIC X(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LCB-NAT          PIC X(07).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LCB-REFERENCIA   PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LCB-DETALLE      PIC X(20).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LCB-VALOR        PIC ZZZZZZZZ9.99.
       01 LINEA-RESUMEN-CONC.
          05 LRC-ETIQUETA     PIC X(32).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LRC-VALOR        PIC -ZZZZZZZZZZ9.99.

       01 ARCHIVO-CONVERSION  PIC X(10) VALUE SPACE.
       01 NOTA-CONVERSION     PIC X(20) VALUE SPACE.
       01 LEIDOS-CONVERSION   PIC 9(07) COMP VALUE 0.
       01 GRABADOS-CONVERSION PIC 9(07) COMP VALUE 0.
       01 RECHAZOS-CONVERSION PIC 9(07) COMP VALUE 0.
       01 MAYOR-DOC-CONVERSION PIC 9(08) VALUE 0.
       01 RENGLON-CONVERSION  PIC 9(02) COMP VALUE 0.
       01 SW-ORIGEN-CONV      PIC X(01) VALUE "N".
          88 ORIGEN-CONV-ABIERTO VALUE "S".
       01 SW-DESTINO-CONV     PIC X(01) VALUE "N".
          88 DESTINO-CON-DATOS  VALUE "S".
       01 SW-REGISTRO-CONV    PIC X(01) VALUE "N".
          88 REGISTRO-CONV-OK   VALUE "S".
       01 LEIDOS-CONV-ED      PIC ZZZZZZZ9.
       01 GRABADOS-CONV-ED    PIC ZZZZZZZ9.
       01 RECHAZOS-CONV-ED    PIC ZZZZZZZ9.
       01 LINEA-CONVERSION.
          05 LCV-ARCHIVO      PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LCV-LEIDOS       PIC ZZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LCV-GRABADOS     PIC ZZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LCV-RECHAZOS     PIC ZZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LCV-NOTA         PIC X(20).
       01 LINEA-RECHAZO-CONV.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LRV-MOTIVO       PIC X(16).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LRV-REGISTRO     PIC X(60).
      *> Disposicion anterior de CARTERA.DAT (secuencial), con el
      *> documento despues del tipo; la conversion la reordena a la
      *> llave tercero + documento.
       01 REG-CARTERA-ANT.
          05 CAN-TERCERO        PIC X(10).
          05 CAN-NOMBRE         PIC X(20).
          05 CAN-TIPO           PIC X(01).
          05 CAN-DOCUMENTO      PIC X(10).
          05 CAN-FECHA-EMISION  PIC 9(08).
          05 CAN-FECHA-VENCE    PIC 9(08).
          05 CAN-VALOR-ORIGINAL PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 CAN-VALOR          PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 CAN-DIAS-VENCIDO   PIC 9(03).
      *> Disposicion anterior de ORDCOMP.DAT (secuencial), con el SKU
      *> despues de las fechas; la conversion la reordena a la llave
      *> orden + SKU.
       01 REG-ORDCOMP-ANT.
          05 OCA-NUMERO         PIC X(10).
          05 OCA-PROVEEDOR      PIC X(10).
          05 OCA-FECHA          PIC 9(08).
          05 OCA-FECHA-PROMESA  PIC 9(08).
          05 OCA-SKU            PIC X(10).
          05 OCA-CANT-PEDIDA    PIC 9(07).
          05 OCA-COSTO-PACTADO  PIC 9(07)V99.
          05 OCA-CANT-RECIBIDA  PIC 9(07).
          05 OCA-ESTADO         PIC X(01).
          05 OCA-OPERADOR       PIC X(08).
      *> Verificacion de integridad: cada excepcion se graba en
      *> EXCINTEG.TMP con la llave archivo + severidad + secuencia y se
      *> ordena antes de imprimir, para agrupar el reporte por archivo
      *> y dejar los errores criticos antes de las advertencias.
       01 ARCHIVO-INTEG       PIC X(10) VALUE SPACE.
       01 ORDEN-ARCHIVO-INTEG PIC 9(02) VALUE 0.
       01 FS-INTEG            PIC X(02) VALUE "00".
       01 DOCUMENTO-INTEG     PIC X(10) VALUE SPACE.
       01 SECUENCIA-INTEG     PIC 9(07) VALUE 0.
       01 CRITICOS-INTEG      PIC 9(07) COMP VALUE 0.
       01 ADVERTENCIAS-INTEG  PIC 9(07) COMP VALUE 0.
       01 CRITICOS-INTEG-ED   PIC ZZZZZZ9.
       01 ADVERTENCIAS-INTEG-ED PIC ZZZZZZ9.
       01 SEVERIDAD-INTEG     PIC X(01) VALUE SPACE.
       01 REGLA-INTEG         PIC X(04) VALUE SPACE.
       01 DESC-REGLA-INTEG    PIC X(40) VALUE SPACE.
       01 REGISTRO-INTEG      PIC X(100) VALUE SPACE.
       01 ARCHIVO-INTEG-ANT   PIC 9(02) VALUE 0.
       01 SEVERIDAD-INTEG-ANT PIC X(01) VALUE SPACE.
       01 DOCUMENTO-INTEG-ANT PIC X(10) VALUE SPACE.
       01 REG-CARTERA-INTEG-ANT PIC X(84) VALUE SPACE.
       01 CONT-CTAS-INTEG     PIC 9(05) COMP VALUE 0.
       01 RENGLON-INTEG       PIC 9(02) COMP VALUE 0.
       01 MENSAJE-INTEG       PIC X(80) VALUE SPACE.
       01 SW-LLAVE-INTEG      PIC X(01) VALUE "N".
          88 LLAVE-INTEG-HALLADA VALUE "S".
       01 SW-TERCEROS-INTEG   PIC X(01) VALUE "N".
          88 TERCEROS-INTEG-ABIERTO VALUE "S".
       01 SW-ARTICULOS-INTEG  PIC X(01) VALUE "N".
          88 ARTICULOS-INTEG-ABIERTO VALUE "S".
       01 SW-STOCK-INTEG      PIC X(01) VALUE "N".
          88 STOCK-INTEG-ABIERTO VALUE "S".
       01 SW-CARTERA-INTEG    PIC X(01) VALUE "N".
          88 CARTERA-INTEG-ABIERTA VALUE "S".
       01 SW-DUP-INTEG-ANT    PIC X(01) VALUE "N".
          88 DUP-INTEG-MARCADO  VALUE "S".
       01 SW-REPORTE-INTEG    PIC X(01) VALUE "N".
          88 REPORTE-INTEG-GRABADO VALUE "S".
       01 TABLA-ARCHIVOS-INTEG.
          05 ARCHIVO-INTEG-RENGLON OCCURS 14 TIMES
                                   INDEXED BY IDX-AINT.
             10 TAI-NOMBRE       PIC X(10).
             10 TAI-LEIDOS       PIC 9(07) COMP.
             10 TAI-CRITICOS     PIC 9(07) COMP.
             10 TAI-ADVERTENCIAS PIC 9(07) COMP.
             10 TAI-NOTA         PIC X(20).
       01 TOTAL-ARCHIVOS-INTEG PIC 9(02) COMP VALUE 0.
       01 REG-EXCEPCION-INTEG.
          05 EXI-LLAVE-ORDEN.
             10 EXI-ORDEN-ARCHIVO PIC 9(02).
             10 EXI-SEVERIDAD    PIC X(01).
                88 EXI-CRITICA     VALUE "1".
                88 EXI-ADVERTENCIA VALUE "2".
             10 EXI-SECUENCIA    PIC 9(07).
          05 EXI-ARCHIVO        PIC X(10).
          05 EXI-REGLA          PIC X(04).
          05 EXI-DESCRIPCION    PIC X(40).
          05 EXI-REGISTRO       PIC X(100).
       01 LINEA-EXCEPCION-INTEG.
          05 FILLER           PIC X(04) VALUE SPACE.
          05 LXI-REGLA        PIC X(04).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LXI-DESCRIPCION  PIC X(40).
       01 LINEA-REGISTRO-INTEG.
          05 FILLER           PIC X(06) VALUE SPACE.
          05 LTI-TEXTO        PIC X(74).
       01 LINEA-RESUMEN-INTEG.
          05 LSI-ARCHIVO      PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LSI-LEIDOS       PIC ZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LSI-CRITICOS     PIC ZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LSI-ADVERTENCIAS PIC ZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LSI-NOTA         PIC X(20).
       01 LINEA-ORDEN-COMPRA.
          05 LOC-SKU          PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LOC-DESC         PIC X(20).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LOC-CANTIDAD     PIC ZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LOC-COSTO        PIC ZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LOC-VALOR        PIC ZZZZZZZZZ9.99.
       01 LINEA-OC-PENDIENTE.
          05 LPE-ORDEN        PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LPE-FECHA        PIC 9(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LPE-PROMESA      PIC 9(08).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LPE-SKU          PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LPE-PEDIDA       PIC ZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LPE-RECIBIDA     PIC ZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LPE-PENDIENTE    PIC ZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LPE-ATRASO       PIC ZZZZZ9.
       01 LINEA-ARTICULO.
          05 LAR-SKU          PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LAR-CATEG        PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LAR-ESTADO       PIC X(01).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LAR-TASA-IVA     PIC ZZ9.

       01 REG-VTAHIST-W.
          05 AVH-SKU           PIC X(10).
          05 AVH-FECHA        PIC 9(08).
          05 AVH-OPERADOR     PIC X(08).
          05 AVH-TERCERO      PIC X(10).
          05 AVH-COSTO        PIC 9(07)V99.
          05 AVH-DOCUMENTO    PIC X(10).
          05 AVH-TASA-IVA     PIC 9(02).
          05 AVH-IVA          PIC 9(09)V99.
      *> Movimientos de venta del rango (MOVVTA.TMP) y su resumen por
      *> SKU (RESVTA.TMP). Las unidades de historia sin costo grabado
      *> se valoran al costo promedio actual al cerrar cada SKU.
       01 REG-MOVVTA-W.
          05 MVV-SKU            PIC X(10).
          05 MVV-UNIDADES       PIC S9(09)
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 MVV-VALOR          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 MVV-COSTO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 MVV-UNID-SIN-COSTO PIC S9(09)
                                 SIGN IS LEADING SEPARATE CHARACTER.
       01 REG-RESVTA-W.
          05 RSV-CATEG          PIC X(10).
          05 RSV-SKU            PIC X(10).
          05 RSV-UNIDADES       PIC S9(09)
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 RSV-VALOR          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 RSV-COSTO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 RSV-UNID-SIN-COSTO PIC S9(09)
                                 SIGN IS LEADING SEPARATE CHARACTER.
       01 TOTAL-ANALISIS      PIC 9(07) COMP VALUE 0.
       01 SW-RESUMEN-ANA      PIC X(01) VALUE "N".
          88 RESUMEN-ANA-ABIERTO VALUE "S".
       01 TABLA-TOP-ANA.
          05 TOP-ANA-RENGLON OCCURS 5 TIMES
                             INDEXED BY IDX-TOP.
             10 TTA-SKU       PIC X(10).
             10 TTA-UNIDADES  PIC S9(09).
             10 TTA-VALOR     PIC S9(11)V99.
       01 TOTAL-TOP-ANA       PIC 9(01) COMP VALUE 0.
       01 POS-TOP-ANA         PIC 9(01) COMP VALUE 0.
       01 TABLA-DIAS-ANA.
          05 DIA-ANA-RENGLON OCCURS 366 TIMES
                             INDEXED BY IDX-DIA.
             10 TDA-FECHA     PIC 9(08).
             10 TDA-UNIDADES  PIC S9(09).
             10 TDA-VALOR     PIC S9(11)V99.
       01 TOTAL-DIAS-ANA      PIC 9(03) COMP VALUE 0.
       01 GRAN-TOTAL-UNID-ANA PIC S9(11) VALUE 0.
       01 GRAN-TOTAL-VALOR-ANA PIC S9(13)V99 VALUE 0.
       01 FECHA-ANA-DESDE     PIC 9(08) VALUE 0.
       01 FECHA-ANA-HASTA     PIC 9(08) VALUE 0.
       01 GRAN-UNID-ANA-ED    PIC -ZZZZZZZZZ9.
       01 GRAN-VALOR-ANA-ED   PIC -ZZZZZZZZZZZZ9.99.
       01 CANT-MOV-ANA        PIC S9(07) VALUE 0.
       01 LINEA-ANALISIS.
          05 LAN-SKU          PIC X(10).
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LAN-UNIDADES     PIC -ZZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LAN-VALOR        PIC -ZZZZZZZZZZ9.99.
       01 LINEA-DIA-ANA.
          05 LDA-FECHA        PIC 9(08).
          05 FILLER           PIC X(04) VALUE SPACE.
          05 LDA-UNIDADES     PIC -ZZZZZZZ9.
          05 FILLER           PIC X(02) VALUE SPACE.
          05 LDA-VALOR        PIC -ZZZZZZZZZZ9.99.

      *> Totales por categoria del margen (CATMAR.TMP).
       01 REG-CATMAR-W.
          05 CMT-CATEG          PIC X(10).
          05 CMT-UNIDADES       PIC S9(09)
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 CMT-VENTA          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
          05 CMT-COSTO          PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE CHARACTER.
       01 CONT-SKU-MAR        PIC 9(07) COMP VALUE 0.
       01 SW-CATMAR           PIC X(01) VALUE "N".
          88 CATMAR-GRABADO     VALUE "S".
       01 GRAN-UNID-MAR       PIC S9(09) VALUE 0.
       01 GRAN-VENTA-MAR      PIC S9(11)V99 VALUE 0.
       01 GRAN-COSTO-MAR      PIC S9(11)V99 VALUE 0.
       01 GRAN-UNID-MAR-REF   PIC S9(09) VALUE 0.
       01 VENTA-MAR-REF       PIC S9(11)V99 VALUE 0.
       01 COSTO-MAR-REF       PIC S9(11)V99 VALUE 0.
       01 MARGEN-MAR-REF      PIC S9(11)V99 VALUE 0.
       01 PCT-MAR-REF         PIC S9(04)V9 VALUE 0.
       01 LINEA-MARGEN.
          05 LMG-SKU          PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LMG-CATEG        PIC X(10).
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LMG-UNIDADES     PIC -ZZZZZZZ9.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LMG-VENTA        PIC -ZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LMG-COSTO        PIC -ZZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LMG-MARGEN       PIC -ZZZZZZZ9.99.
          05 FILLER           PIC X(01) VALUE SPACE.
          05 LMG-PCT          PIC -ZZZ9.9.

       01 TABLA-CTACTL.
          05 CTACTL-RENGLON OCCURS 20 TIMES
                            INDEXED BY IDX-CTL.
             10 TCL-TIPO     PIC X(01).
             10 TCL-CUENTA   PIC X(10).
       01 TOTAL-MOVDIA        PIC 9(03) COMP VALUE 0.
       01 TOTAL-MOVDIA-ED     PIC ZZ9.
       01 TOTAL-VENTAS-DIA    PIC S9(11)V99 VALUE 0.
       01 TOTAL-COSTO-VTAS-DIA PIC S9(11)V99 VALUE 0.
       01 TOTAL-DEVOL-DIA     PIC S9(11)V99 VALUE 0.
       01 TOTAL-COSTO-DEVOL-DIA PIC S9(11)V99 VALUE 0.
       01 TOTAL-AJUSTES-DIA   PIC S9(11)V99 VALUE 0.
       01 TOTAL-TOMA-DIA      PIC S9(11)V99 VALUE 0.
       01 TOTAL-RECAUDOS-DIA  PIC S9(11)V99 VALUE 0.
       01 TOTAL-PAGOS-DIA     PIC S9(11)V99 VALUE 0.
       01 TOTAL-COMPRAS-DIA   PIC S9(11)V99 VALUE 0.
       01 TOTAL-IVA-VTAS-DIA  PIC S9(11)V99 VALUE 0.
       01 TOTAL-IVA-DEVOL-DIA PIC S9(11)V99 VALUE 0.
       01 TOTAL-IVA-COMPRAS-DIA PIC S9(11)V99 VALUE 0.
       01 TOTAL-DEBITOS-DIA   PIC S9(11)V99 VALUE 0.
       01 TOTAL-CREDITOS-DIA  PIC S9(11)V99 VALUE 0.
       01 VALOR-MOV-GL        PIC S9(11)V99 VALUE 0.
       01 NOMBRE-EXTCAR       PIC X(18) VALUE SPACE.
       01 FECHA-EXTRACTO      PIC 9(08) VALUE 0.
       01 REGS-EXTRACTO       PIC 9(07) VALUE 0.
       01 HASH-CANT-EXT       PIC S9(13) VALUE 0.
       01 HASH-VALOR-EXT      PIC S9(11)V99 VALUE 0.
       01 HASH-SALDO-EXT      PIC S9(11)V99 VALUE 0.
       01 VALOR-LINEA-EXT     PIC 9(09)V99 VALUE 0.
       01 PRECIO-EXT-ED       PIC 9(07).99.
       01 VALOR-EXT-ED        PIC 9(09).99.
       01 SALDO-EXT-ED        PIC +9(09).99.
       01 HASH-VALOR-ED       PIC -9(11).99.
       01 HASH-CANT-ED        PIC -9(13).
       01 CANT-DEV-EXT-ED     PIC -9(07).
       01 VALOR-DEV-EXT-ED    PIC -9(09).99.
       01 HASH-SALDO-ED       PIC +9(11).99.
       01 LINEA-EXTRACTO      PIC X(100) VALUE SPACE.
       01 SW-EXTRACTO-OK      PIC X(01) VALUE "N".
          88 REANUDAR-CIERRE    VALUE "S".
       01 OPCION-VENTANA-ADM  PIC X(01) VALUE SPACE.

       01 TABLA-PERMISOS.
          05 PERMISO-RENGLON OCCURS 10 TIMES
                             INDEXED BY IDX-PERM.
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 11 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 11 COL 21 PIC X(26) FROM ETQ-OPT-MARGEN
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 11 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 12 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 12 COL 21 PIC X(26) FROM ETQ-OPT-DEVOLUCION
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 12 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 13 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 13 COL 21 PIC X(26) FROM ETQ-OPT-PENDIENTES-OC
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 13 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 14 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 14 COL 21 PIC X(26) FROM ETQ-OPT-IMPORTAR-POS
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 14 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 15 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 15 COL 21 PIC X(26) FROM ETQ-OPT-TOMA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 15 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 16 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 16 COL 21 PIC X(26) FROM ETQ-OPT-SALIR
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 16 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 17 COL 20 VALUE "+--------------------------+"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 MENU-FINANCIERO.
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 13 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 13 COL 21 PIC X(26) FROM ETQ-OPT-IVA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 13 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 14 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 14 COL 21 PIC X(26) FROM ETQ-OPT-COMPROBANTE
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 14 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 15 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 15 COL 21 PIC X(26) FROM ETQ-OPT-BALANCE
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 15 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 16 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 16 COL 21 PIC X(26) FROM ETQ-OPT-CONC-BANCO
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 16 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 17 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 17 COL 21 PIC X(26) FROM ETQ-OPT-SALIR
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 17 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 18 COL 20 VALUE "+--------------------------+"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 MENU-ADMINISTRATIVO.
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 12 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 12 COL 21 PIC X(26) FROM ETQ-OPT-CONVERTIR
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 12 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 13 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 13 COL 21 PIC X(26) FROM ETQ-OPT-INTEGRIDAD
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 13 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 14 COL 20 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 14 COL 21 PIC X(26) FROM ETQ-OPT-SALIR
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 14 COL 47 VALUE "|"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 1.
          05 LINE 15 COL 20 VALUE "+--------------------------+"
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-TERCERO-ID.
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 20 COL 27 PIC X(10) USING CATEG-ALTA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 20 COL 39 PIC X(07) FROM ETQ-IVA-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 20 COL 47 PIC 9(02) USING TASA-IVA-ALTA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-ARTICULO-DESC.
          05 LINE 19 COL 01 PIC X(06) FROM ETQ-DESC-PROMPT
          05 LINE 20 COL 12 PIC X(10) USING PROV-ALTA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-ARTICULO-IVA.
          05 LINE 19 COL 01 PIC X(07) FROM ETQ-IVA-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 19 COL 10 PIC 9(02) USING TASA-IVA-ALTA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-PERIODO-IVA.
          05 LINE 04 COL 01 PIC X(06) FROM ETQ-ANIO-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 08 PIC 9(04) USING ANIO-IVA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 04 COL 14 PIC X(16) FROM ETQ-BIMESTRE-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 31 PIC 9(01) USING BIMESTRE-IVA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-PERIODO-CONC.
          05 LINE 04 COL 01 PIC X(16) FROM ETQ-PERIODO-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 18 PIC 9(06) USING PERIODO-CONC
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-TOMA-TOLERANCIA.
          05 LINE 19 COL 01 PIC X(16) FROM ETQ-TOLERANCIA-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 19 COL 18 PIC 9(03) USING TOLERANCIA-TOMA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-TOMA-CONTEO.
          05 LINE 05 COL 01 PIC X(05) FROM ETQ-SKU-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 05 COL 20 PIC X(10) USING SKU-CONTEO
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 06 COL 01 PIC X(18) FROM ETQ-CONTEO-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 06 COL 20 PIC 9(07) USING CANT-CONTEO
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-COMPROBANTE-ENC.
          05 LINE 04 COL 01 PIC X(13) FROM ETQ-CPB-NUMERO-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 14 PIC X(10) FROM NUMERO-COMPROBANTE
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 27 PIC X(10) FROM ETQ-CONCEPTO-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 38 PIC X(30) USING CONCEPTO-CPB
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-COMPROBANTE-RENGLON.
          05 LINE 05 COL 01 PIC X(18) FROM ETQ-CUENTA-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 05 COL 20 PIC X(10) USING CUENTA-CPB
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 06 COL 01 PIC X(18) FROM ETQ-NAT-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 06 COL 20 PIC X(01) USING NAT-CPB
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 07 COL 01 PIC X(07) FROM ETQ-VALOR-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 07 COL 20 PIC 9(09)V99 USING VALOR-CPB
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-DIAS-SUGERIDO.
          05 LINE 04 COL 01 PIC X(05) FROM ETQ-DIAS-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 07 PIC 9(03) USING DIAS-COBERTURA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-DIAS-ENTREGA.
          05 LINE 07 COL 01 PIC X(13) FROM ETQ-ENTREGA-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 07 COL 15 PIC 9(03) USING DIAS-ENTREGA-OC
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-RANGO-ANALISIS.
          05 LINE 04 COL 01 PIC X(06) FROM ETQ-DESDE-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 08 COL 12 PIC 9(07)V99 USING COSTO-COMPRA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 09 COL 01 PIC X(06) FROM ETQ-ORDEN-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 09 COL 12 PIC X(10) USING ORDEN-COMPRA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-CAPTURA-DEVOLUCION.
          05 LINE 04 COL 01 PIC X(08) FROM ETQ-CLIENTE-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 12 PIC X(10) USING TERCERO-DEV
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 05 COL 01 PIC X(10) FROM ETQ-DOC-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 05 COL 12 PIC X(10) USING DOC-ORIGEN-DEV
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 06 COL 01 PIC X(05) FROM ETQ-SKU-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 06 COL 12 PIC X(10) USING SKU-DEV
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 07 COL 01 PIC X(10) FROM ETQ-CANT-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 07 COL 12 PIC 9(07) USING CANT-DEV
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 08 COL 01 PIC X(08) FROM ETQ-MOTIVO-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 08 COL 12 PIC X(02) USING MOTIVO-DEV
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 08 COL 16 PIC X(64) FROM ETQ-MOTIVOS-DEV
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.

       01 PANTALLA-FILTRO-BITACORA.
          05 LINE 04 COL 01 PIC X(10) FROM ETQ-LOGIN-OPERADOR
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 12 PIC X(08) USING OPER-FILTRO
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 04 COL 22 PIC X(06) FROM ETQ-DESDE-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 29 PIC 9(08) USING FECHA-FILTRO-DESDE
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.
          05 LINE 04 COL 39 PIC X(06) FROM ETQ-HASTA-PROMPT
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
          05 LINE 04 COL 46 PIC 9(08) USING FECHA-FILTRO-HASTA
             BACKGROUND-COLOR 7 FOREGROUND-COLOR 0.

       01 PANTALLA-OPERADOR-ID.
          05 LINE 18 COL 01 PIC X(10) FROM ETQ-LOGIN-OPERADOR
             BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.

           PERFORM CARGAR-ROTULOS
           PERFORM INICIALIZAR-FECHAS
           PERFORM VERIFICAR-MAESTROS-INDEXADOS

           PERFORM VALIDAR-OPERADOR
           IF NOT LOGIN-VALIDO
               CONVERTING CIFRADO-ORIGEN TO CIFRADO-DESTINO.
           EXIT.

      *> El contador de intentos fallidos se persiste en USUARIOS.IDX
      *> para que reiniciar el programa no reinicie el conteo; a los
      *> 3 fallos la cuenta queda bloqueada (estado B) hasta que un
      *> administrador la restablezca.
       BUSCAR-OPERADOR.
           MOVE "N" TO SW-LOGIN-OK
           MOVE "N" TO SW-LOGIN-BLOQ
           MOVE OPERADOR-ID-CAPTURA TO OPER-ID-MANT
           PERFORM BUSCAR-USUARIO
           IF USUARIO-HALLADO
               EVALUATE TRUE
                   WHEN USR-ESTADO = "B"
                       MOVE "S" TO SW-LOGIN-BLOQ
                   WHEN USR-ESTADO = "I"
                       CONTINUE
                   WHEN OTHER
                       MOVE CLAVE-CAPTURA TO CLAVE-TRABAJO
                       PERFORM CIFRAR-CLAVE
                       IF CLAVE-TRABAJO = USR-CLAVE
                          AND CLAVE-CAPTURA NOT = SPACE
                           MOVE "S" TO SW-LOGIN-OK
                           MOVE USR-NOMBRE TO NOMBRE-OPERADOR
                           MOVE USR-ROL TO ROL-OPERADOR
                           IF USR-INTENTOS NOT = 0
                               MOVE 0 TO USR-INTENTOS
                               PERFORM REGRABAR-USUARIO
                           END-IF
                       ELSE
                           ADD 1 TO USR-INTENTOS
                           IF USR-INTENTOS >= 3
                               MOVE "B" TO USR-ESTADO
                               MOVE "S" TO SW-LOGIN-BLOQ
                           END-IF
                           PERFORM REGRABAR-USUARIO
                           MOVE SPACES TO BIT-DESCRIPCION
                           STRING "INTENTO FALLIDO OPERADOR "
                                                    DELIMITED SIZE
           END-IF.
           EXIT.

      *> Releer el registro del operador: BUSCAR-OPERADOR pudo haberlo
      *> regrabado al limpiar los intentos fallidos.
       VERIFICAR-VIGENCIA-CLAVE.
           MOVE "N" TO SW-CLAVE-VENCIDA
           PERFORM BUSCAR-USUARIO
           IF NOT USUARIO-HALLADO
               CONTINUE
           ELSE
           IF USR-FECHA-CLAVE = 0
               MOVE "S" TO SW-CLAVE-VENCIDA
           ELSE
               COMPUTE DIAS-CLAVE-REF =
                   FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(USR-FECHA-CLAVE)
               IF DIAS-CLAVE-REF > VIGENCIA-CLAVE-DIAS
                   MOVE "S" TO SW-CLAVE-VENCIDA
               END-IF

       CAMBIAR-CLAVE-PROPIA.
           MOVE "N" TO SW-CLAVE-CAMBIADA
           MOVE OPERADOR-ACTUAL TO OPER-ID-MANT
           PERFORM BUSCAR-USUARIO
           IF USUARIO-HALLADO
               MOVE SPACE TO CLAVE-ACTUAL-CAP
               MOVE SPACE TO CLAVE-NUEVA
               MOVE CLAVE-ACTUAL-CAP TO CLAVE-TRABAJO
               PERFORM CIFRAR-CLAVE
               EVALUATE TRUE
                   WHEN CLAVE-TRABAJO NOT = USR-CLAVE
                       DISPLAY ETQ-MSG-CLAVE-MAL
                               LINE 21 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                   WHEN OTHER
                       MOVE CLAVE-NUEVA TO CLAVE-TRABAJO
                       PERFORM CIFRAR-CLAVE
                       MOVE CLAVE-TRABAJO TO USR-CLAVE
                       MOVE FECHA-NEGOCIO TO USR-FECHA-CLAVE
                       MOVE 0 TO USR-INTENTOS
                       PERFORM REGRABAR-USUARIO
                       IF REESCRITURA-OK
                           MOVE "S" TO SW-CLAVE-CAMBIADA
                           MOVE "CAMBIO SU PROPIA CLAVE"
                   WHEN "D"
                       PERFORM ESTADO-CUENTA-TERCERO
                       MOVE SPACE TO OPCION-VENTANA-FIN
                   WHEN "I"
                       PERFORM REPORTE-IVA-BIMESTRAL
                       MOVE SPACE TO OPCION-VENTANA-FIN
                   WHEN "C"
                       PERFORM COMPROBANTE-CONTABLE
                       MOVE SPACE TO OPCION-VENTANA-FIN
                   WHEN "B"
                       PERFORM BALANCE-PRUEBA
                       MOVE SPACE TO OPCION-VENTANA-FIN
                   WHEN "N"
                       PERFORM CONCILIACION-BANCARIA
                       MOVE SPACE TO OPCION-VENTANA-FIN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           PERFORM ACUMULAR-EDADES-CARTERA
           IF NOT CARTERA-LEIDA
               DISPLAY ENCABEZADO-CARTERA
               DISPLAY ETQ-MSG-SIN-CARTERA
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               PERFORM IMPRIMIR-REPORTE-CARTERA
               MOVE 1 TO PAGINA-CARTERA
               COMPUTE PAGINAS-CARTERA =
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

      *> Los dias vencidos se calculan contra la fecha de vencimiento
      *> del documento; si el registro no trae vencimiento se conserva
      *> el valor llegado en el archivo. El resultado queda en
      *> DIAS-VENC-REF.
       CALCULAR-DIAS-CARTERA.
           IF CAR-FECHA-VENCE > 0
               COMPUTE DIAS-VENC-REF =
               IF DIAS-VENC-REF > 999
                   MOVE 999 TO DIAS-VENC-REF
               END-IF
           ELSE
               MOVE CAR-DIAS-VENCIDO TO DIAS-VENC-REF
           END-IF.
           EXIT.

       BUSCAR-TERCERO.
           MOVE "N" TO SW-TERCERO-HALLADO
           OPEN INPUT ARCH-TERCEROS
           IF FS-TERCEROS = "00" OR FS-TERCEROS = "05"
               MOVE TERCERO-BUSCADO TO TER-CODIGO
               READ ARCH-TERCEROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-TERCERO-HALLADO
               END-READ
               CLOSE ARCH-TERCEROS
           END-IF.
           EXIT.

      *> Deja el archivo de cartera (ya abierto) en el primer documento
      *> del tercero indicado en TERCERO-POSICION. Quien llama recorre
      *> con READ NEXT mientras FS-CARTERA sea "00" y CAR-TERCERO siga
      *> siendo el mismo tercero.
       POSICIONAR-CARTERA-TERCERO.
           MOVE TERCERO-POSICION TO CAR-TERCERO
           MOVE LOW-VALUES TO CAR-DOCUMENTO
           START ARCH-CARTERA KEY IS NOT LESS THAN CAR-LLAVE
               INVALID KEY
                   CONTINUE
           END-START
           IF FS-CARTERA = "00"
               READ ARCH-CARTERA NEXT RECORD
           END-IF.
           EXIT.

      *> Primera pasada del reporte: totales por edad, numero de
      *> documentos y clientes sobre cupo. Como el archivo viene en
      *> orden de tercero, la exposicion se acumula por corte de control.
       ACUMULAR-EDADES-CARTERA.
           PERFORM VARYING IDX-EDAD FROM 1 BY 1 UNTIL IDX-EDAD > 5
               MOVE ZERO TO TOT-EDAD-CXC (IDX-EDAD)
               MOVE ZERO TO TOT-EDAD-CXP (IDX-EDAD)
           END-PERFORM
           MOVE 0 TO TOTAL-CARTERA-REGS
           MOVE 0 TO CONT-SOBRECUPO
           MOVE "N" TO SW-CARTERA-LEIDA
           MOVE SPACES TO TERCERO-EXPO
           MOVE ZERO TO TOTAL-EXPO-TERCERO
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               MOVE "S" TO SW-CARTERA-LEIDA
               READ ARCH-CARTERA NEXT RECORD
               PERFORM UNTIL FS-CARTERA = "10"
                   ADD 1 TO TOTAL-CARTERA-REGS
                   PERFORM CALCULAR-DIAS-CARTERA
                   EVALUATE TRUE
                       WHEN DIAS-VENC-REF = 0
                           MOVE 1 TO IDX-EDAD
                       WHEN DIAS-VENC-REF <= 30
                           MOVE 2 TO IDX-EDAD
                       WHEN DIAS-VENC-REF <= 60
                           MOVE 3 TO IDX-EDAD
                       WHEN DIAS-VENC-REF <= 90
                           MOVE 4 TO IDX-EDAD
                       WHEN OTHER
                           MOVE 5 TO IDX-EDAD
                   END-EVALUATE
                   IF CAR-TIPO = "P"
                       ADD CAR-VALOR TO TOT-EDAD-CXP (IDX-EDAD)
                   ELSE
                       ADD CAR-VALOR TO TOT-EDAD-CXC (IDX-EDAD)
                   END-IF
                   IF CAR-TERCERO NOT = TERCERO-EXPO
                       PERFORM CERRAR-EXPOSICION-TERCERO
                       MOVE CAR-TERCERO TO TERCERO-EXPO
                       MOVE ZERO TO TOTAL-EXPO-TERCERO
                   END-IF
                   IF CAR-TIPO NOT = "P"
                       ADD CAR-VALOR TO TOTAL-EXPO-TERCERO
                   END-IF
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               PERFORM CERRAR-EXPOSICION-TERCERO
               CLOSE ARCH-CARTERA
           END-IF.
           EXIT.

       CERRAR-EXPOSICION-TERCERO.
           PERFORM EVALUAR-CUPO-TERCERO
           IF TERCERO-SOBRECUPO
               ADD 1 TO CONT-SOBRECUPO
           END-IF.
           EXIT.

      *> Compara la exposicion acumulada del tercero contra el cupo del
      *> maestro. Un tercero sin cupo (cero) no tiene limite.
       EVALUAR-CUPO-TERCERO.
           MOVE "N" TO SW-SOBRECUPO
           IF TERCERO-EXPO NOT = SPACES
               MOVE TERCERO-EXPO TO TERCERO-BUSCADO
               PERFORM BUSCAR-TERCERO
               IF TERCERO-HALLADO
                  AND TER-CUPO > 0
                  AND TOTAL-EXPO-TERCERO > TER-CUPO
                   MOVE "S" TO SW-SOBRECUPO
               END-IF
           END-IF.
           EXIT.

      *> Suma la exposicion (documentos que no son de proveedor) de un
      *> solo tercero, leyendo unicamente sus documentos.
       SUMAR-EXPOSICION-TERCERO.
           MOVE ZERO TO TOTAL-EXPO-TERCERO
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               MOVE TERCERO-EXPO TO TERCERO-POSICION
               PERFORM POSICIONAR-CARTERA-TERCERO
               PERFORM UNTIL FS-CARTERA NOT = "00"
                          OR CAR-TERCERO NOT = TERCERO-EXPO
                   IF CAR-TIPO NOT = "P"
                       ADD CAR-VALOR TO TOTAL-EXPO-TERCERO
                   END-IF
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               CLOSE ARCH-CARTERA
           END-IF.
           EXIT.

      *> Trae del archivo solo los 12 documentos de la pagina en curso
      *> y marca los de clientes que superan su cupo.
       CARGAR-PAGINA-CARTERA.
           MOVE 0 TO TOTAL-PAGINA-CART
           COMPUTE SALTAR-CARTERA-REGS = (PAGINA-CARTERA - 1) * 12
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               READ ARCH-CARTERA NEXT RECORD
               PERFORM UNTIL FS-CARTERA = "10"
                          OR SALTAR-CARTERA-REGS = 0
                   SUBTRACT 1 FROM SALTAR-CARTERA-REGS
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               PERFORM UNTIL FS-CARTERA = "10"
                          OR TOTAL-PAGINA-CART = 12
                   ADD 1 TO TOTAL-PAGINA-CART
                   SET IDX-CART TO TOTAL-PAGINA-CART
                   PERFORM FORMATEAR-LINEA-CARTERA
                   MOVE CAR-TERCERO   TO TPC-TERCERO (IDX-CART)
                   MOVE CAR-TIPO      TO TPC-TIPO (IDX-CART)
                   MOVE SW-TERCERO-HALLADO
                                      TO TPC-EN-MAESTRO (IDX-CART)
                   MOVE "N"           TO TPC-SOBRE (IDX-CART)
                   MOVE LINEA-CARTERA TO TPC-LINEA (IDX-CART)
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               CLOSE ARCH-CARTERA
           END-IF
           MOVE SPACES TO TERCERO-EXPO
           PERFORM VARYING IDX-CART FROM 1 BY 1
                   UNTIL IDX-CART > TOTAL-PAGINA-CART
               IF TPC-TIPO (IDX-CART) NOT = "P"
                   IF TPC-TERCERO (IDX-CART) NOT = TERCERO-EXPO
                       MOVE TPC-TERCERO (IDX-CART) TO TERCERO-EXPO
                       PERFORM SUMAR-EXPOSICION-TERCERO
                       PERFORM EVALUAR-CUPO-TERCERO
                   END-IF
                   MOVE SW-SOBRECUPO TO TPC-SOBRE (IDX-CART)
               END-IF
           END-PERFORM.
           EXIT.

       MOSTRAR-PAGINA-CARTERA.
           DISPLAY ENCABEZADO-CARTERA
           PERFORM CARGAR-PAGINA-CARTERA
           MOVE 6 TO RENGLON-REPORTE-FIN
           SET IDX-CART TO 1
           PERFORM UNTIL RENGLON-REPORTE-FIN > 17
               IF IDX-CART <= TOTAL-PAGINA-CART
                   MOVE TPC-LINEA (IDX-CART) TO LINEA-CARTERA
                   EVALUATE TRUE
                       WHEN TPC-EN-MAESTRO (IDX-CART) NOT = "S"
                           DISPLAY LINEA-CARTERA
                                   LINE RENGLON-REPORTE-FIN COL 01
                                   BACKGROUND-COLOR 1
                                   LINE RENGLON-REPORTE-FIN COL 60
                                   BACKGROUND-COLOR 1
                                   FOREGROUND-COLOR 4
                       WHEN TPC-SOBRE (IDX-CART) = "S"
                           DISPLAY LINEA-CARTERA
                                   LINE RENGLON-REPORTE-FIN COL 01
                                   BACKGROUND-COLOR 4
               SET IDX-CART UP BY 1
               ADD 1 TO RENGLON-REPORTE-FIN
           END-PERFORM
           IF CONT-SOBRECUPO > 0
               MOVE CONT-SOBRECUPO TO CONT-SOBRECUPO-ED
               DISPLAY ETQ-SOBRECUPO-LABEL LINE 18 COL 50
               DISPLAY CONT-SOBRECUPO-ED LINE 18 COL 61
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 4
           END-IF
           DISPLAY ETQ-COLHDR-EDADES LINE 19 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE "CXC " TO LTE-TIPO
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY PAGINA-CARTERA-ED LINE 22 COL 09
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY "/" LINE 22 COL 14
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY PAGINAS-CARTERA-ED LINE 22 COL 15
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

      *> Arma la linea del documento leido; el nombre se toma del
      *> maestro de terceros cuando el tercero existe.
       FORMATEAR-LINEA-CARTERA.
           PERFORM CALCULAR-DIAS-CARTERA
           MOVE CAR-TERCERO TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO
           MOVE CAR-TERCERO   TO LCA-TERCERO
           MOVE CAR-DOCUMENTO TO LCA-DOC
           IF TERCERO-HALLADO
               MOVE TER-NOMBRE TO LCA-NOMBRE
           ELSE
               MOVE CAR-NOMBRE TO LCA-NOMBRE
           END-IF
           MOVE CAR-TIPO      TO LCA-TIPO
           MOVE CAR-VALOR     TO LCA-VALOR
           MOVE DIAS-VENC-REF TO LCA-DIAS.
           EXIT.

       IMPRIMIR-REPORTE-CARTERA.
               WRITE REG-REPCART FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-CART TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCART FROM LINEA-REPORTE-IMPRESO
               OPEN INPUT ARCH-CARTERA
               IF FS-CARTERA = "00" OR FS-CARTERA = "05"
                   READ ARCH-CARTERA NEXT RECORD
                   PERFORM UNTIL FS-CARTERA = "10"
                       PERFORM FORMATEAR-LINEA-CARTERA
                       MOVE LINEA-CARTERA TO LINEA-REPORTE-IMPRESO
                       IF NOT TERCERO-HALLADO
                           MOVE ETQ-MARCA-SIN-MAESTRO
                               TO LINEA-REPORTE-IMPRESO (60:14)
                       END-IF
                       WRITE REG-REPCART FROM LINEA-REPORTE-IMPRESO
                       READ ARCH-CARTERA NEXT RECORD
                   END-PERFORM
                   CLOSE ARCH-CARTERA
               END-IF
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCART FROM LINEA-REPORTE-IMPRESO
               IF CONT-SOBRECUPO > 0
                   PERFORM IMPRIMIR-SOBRECUPO
               END-IF
               CLOSE ARCH-REPCART
               PERFORM REGISTRAR-SPOOL
           END-IF.
           WRITE REG-REPCART FROM LINEA-REPORTE-IMPRESO
           MOVE ETQ-TITULO-SOBRECUPO TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCART FROM LINEA-REPORTE-IMPRESO
           MOVE SPACES TO TERCERO-EXPO
           MOVE ZERO TO TOTAL-EXPO-TERCERO
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               READ ARCH-CARTERA NEXT RECORD
               PERFORM UNTIL FS-CARTERA = "10"
                   IF CAR-TERCERO NOT = TERCERO-EXPO
                       PERFORM IMPRIMIR-SOBRECUPO-TERCERO
                       MOVE CAR-TERCERO TO TERCERO-EXPO
                       MOVE ZERO TO TOTAL-EXPO-TERCERO
                   END-IF
                   IF CAR-TIPO NOT = "P"
                       ADD CAR-VALOR TO TOTAL-EXPO-TERCERO
                   END-IF
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               PERFORM IMPRIMIR-SOBRECUPO-TERCERO
               CLOSE ARCH-CARTERA
           END-IF.
           EXIT.

       IMPRIMIR-SOBRECUPO-TERCERO.
           PERFORM EVALUAR-CUPO-TERCERO
           IF TERCERO-SOBRECUPO
               MOVE TERCERO-EXPO TO LSC-TERCERO
               MOVE TER-NOMBRE   TO LSC-NOMBRE
               MOVE TER-CUPO     TO LSC-CUPO
               COMPUTE EXCESO-REF = TOTAL-EXPO-TERCERO - TER-CUPO
               MOVE TOTAL-EXPO-TERCERO TO LSC-TOTAL
               MOVE EXCESO-REF TO LSC-EXCESO
               MOVE LINEA-SOBRECUPO TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCART FROM LINEA-REPORTE-IMPRESO
           END-IF.
           EXIT.

       MANTENIMIENTO-TERCEROS.
           MOVE "EJECUTO MANTENIMIENTO DE TERCEROS (FINANCIERO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           MOVE SPACE TO OPCION-VENTANA-TER
           PERFORM UNTIL FUNCTION UPPER-CASE(OPCION-VENTANA-TER) = "S"
               PERFORM LISTAR-TERCEROS
               MOVE OPCION-CAPTURA TO OPCION-VENTANA-TER
               EVALUATE FUNCTION UPPER-CASE(OPCION-VENTANA-TER)
                   WHEN "A"
                       PERFORM AGREGAR-TERCERO
                   WHEN "U"
                       PERFORM CAMBIAR-CUPO-TERCERO
                   WHEN "B"
                       PERFORM CAMBIAR-ESTADO-TERCERO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           DISPLAY ETQ-COLHDR-TERC LINE 04 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE 5 TO RENGLON-LISTA
           OPEN INPUT ARCH-TERCEROS
           IF FS-TERCEROS = "00" OR FS-TERCEROS = "05"
               READ ARCH-TERCEROS NEXT RECORD
               PERFORM UNTIL FS-TERCEROS = "10"
                          OR RENGLON-LISTA > 16
                   MOVE TER-CODIGO TO LTC-CODIGO
                   MOVE TER-NOMBRE TO LTC-NOMBRE
                   MOVE TER-TIPO   TO LTC-TIPO
                   MOVE TER-CUPO   TO LTC-CUPO
                   MOVE TER-ESTADO TO LTC-ESTADO
                   DISPLAY LINEA-TERCERO LINE RENGLON-LISTA COL 01
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   ADD 1 TO RENGLON-LISTA
                   READ ARCH-TERCEROS NEXT RECORD
               END-PERFORM
               CLOSE ARCH-TERCEROS
           END-IF
           DISPLAY ETQ-MENU-TERC LINE 17 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.
                   ACCEPT CAMPO-TECLA
               ELSE
                   MOVE TERCERO-ALTA TO TERCERO-BUSCADO
                   PERFORM BUSCAR-TERCERO
                   IF TERCERO-HALLADO
                       DISPLAY ETQ-MSG-TERC-EXISTE
                               LINE 21 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                   ELSE
                       MOVE TERCERO-ALTA        TO TER-CODIGO
                       MOVE NOMBRE-TERCERO-ALTA TO TER-NOMBRE
                       MOVE TIPO-TERCERO-ALTA   TO TER-TIPO
                       MOVE CUPO-CAPTURA        TO TER-CUPO
                       MOVE "A" TO TER-ESTADO
                       PERFORM INSERTAR-TERCERO
                       IF REESCRITURA-OK
                           MOVE SPACES TO BIT-DESCRIPCION
                           STRING "ALTA TERCERO " DELIMITED SIZE
                                  TERCERO-ALTA    DELIMITED SIZE
                                                  DELIMITED SIZE
                                  INTO BIT-DESCRIPCION
                           PERFORM REGISTRAR-BITACORA
                       END-IF
                   END-IF
               END-IF
       CAMBIAR-CUPO-TERCERO.
           PERFORM CAPTURAR-TERCERO-MANT
           IF TERCERO-HALLADO
               MOVE TER-CUPO TO CUPO-ANTERIOR-ED
               MOVE TER-CUPO TO CUPO-CAPTURA
               DISPLAY PANTALLA-CUPO-NUEVO
               ACCEPT PANTALLA-CUPO-NUEVO
               MOVE CUPO-CAPTURA TO CUPO-NUEVO-ED
               MOVE CUPO-CAPTURA TO TER-CUPO
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "CUPO "          DELIMITED SIZE
                      TERCERO-ALTA     DELIMITED SIZE
                      CUPO-NUEVO-ED    DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               PERFORM REGRABAR-TERCERO
           END-IF.
           EXIT.

       CAMBIAR-ESTADO-TERCERO.
           PERFORM CAPTURAR-TERCERO-MANT
           IF TERCERO-HALLADO
               MOVE TER-ESTADO TO ESTADO-TERC-ANT
               IF TER-ESTADO = "B"
                   MOVE "A" TO TER-ESTADO
               ELSE
                   MOVE "B" TO TER-ESTADO
               END-IF
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "ESTADO TERCERO "    DELIMITED SIZE
                      ": "                 DELIMITED SIZE
                      ESTADO-TERC-ANT      DELIMITED SIZE
                      " -> "               DELIMITED SIZE
                      TER-ESTADO           DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               PERFORM REGRABAR-TERCERO
           END-IF.
           EXIT.

           MOVE "N" TO SW-TERCERO-HALLADO
           IF TERCERO-ALTA NOT = SPACE
               MOVE TERCERO-ALTA TO TERCERO-BUSCADO
               PERFORM BUSCAR-TERCERO
               IF NOT TERCERO-HALLADO
                   DISPLAY ETQ-MSG-TERC-NO-EXISTE
                           LINE 21 COL 01 BACKGROUND-COLOR 1
           END-IF.
           EXIT.

       REGRABAR-TERCERO.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN I-O ARCH-TERCEROS
           IF FS-TERCEROS NOT = "00" AND FS-TERCEROS NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               REWRITE REG-TERCERO
                   INVALID KEY
                       MOVE "N" TO SW-REESCRITURA-OK
               END-REWRITE
               IF FS-TERCEROS NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-TERCEROS
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "TERCEROS" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       INSERTAR-TERCERO.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN I-O ARCH-TERCEROS
           IF FS-TERCEROS = "35"
               OPEN OUTPUT ARCH-TERCEROS
           END-IF
           IF FS-TERCEROS NOT = "00" AND FS-TERCEROS NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               WRITE REG-TERCERO
                   INVALID KEY
                       MOVE "N" TO SW-REESCRITURA-OK
               END-WRITE
               IF FS-TERCEROS NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
           EXIT.

       PROCESAR-RECAUDO-TERCERO.
           MOVE TERCERO-RECAUDO TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO
           IF NOT TERCERO-HALLADO
               DISPLAY ETQ-MSG-TERC-NO-EXISTE
                       LINE 21 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               MOVE TER-TIPO TO TIPO-RECAUDO
               PERFORM SUMAR-SALDO-TERCERO-REC
               DISPLAY TER-NOMBRE LINE 06 COL 01
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE SALDO-TERCERO-REC TO SALDO-TERCERO-ED
               DISPLAY ETQ-SALDO-PROMPT LINE 07 COL 01
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               WHEN OTHER
                   PERFORM APLICAR-RECAUDO-CARTERA
                   IF REESCRITURA-OK
                       PERFORM GRABAR-RECAUDO
                       DISPLAY ETQ-MSG-RECAUDO-OK
       SUMAR-SALDO-TERCERO-REC.
           MOVE ZERO TO SALDO-TERCERO-REC
           MOVE "N" TO SW-SALDO-HALLADO
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               MOVE TERCERO-RECAUDO TO TERCERO-POSICION
               PERFORM POSICIONAR-CARTERA-TERCERO
               PERFORM UNTIL FS-CARTERA NOT = "00"
                          OR CAR-TERCERO NOT = TERCERO-RECAUDO
                   ADD CAR-VALOR TO SALDO-TERCERO-REC
                   MOVE "S" TO SW-SALDO-HALLADO
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               CLOSE ARCH-CARTERA
           END-IF.
           EXIT.

      *> El abono se aplica documento por documento en el orden de la
      *> llave (numero de documento, el mas antiguo primero) y cada
      *> documento tocado se regraba en el acto.
       APLICAR-RECAUDO-CARTERA.
           MOVE "S" TO SW-REESCRITURA-OK
           MOVE VALOR-RECAUDO TO SALDO-PENDIENTE-REC
           OPEN I-O ARCH-CARTERA
           IF FS-CARTERA NOT = "00" AND FS-CARTERA NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               MOVE TERCERO-RECAUDO TO TERCERO-POSICION
               PERFORM POSICIONAR-CARTERA-TERCERO
               PERFORM UNTIL FS-CARTERA NOT = "00"
                          OR CAR-TERCERO NOT = TERCERO-RECAUDO
                          OR SALDO-PENDIENTE-REC = ZERO
                   IF CAR-VALOR > ZERO
                       IF CAR-VALOR >= SALDO-PENDIENTE-REC
                           MOVE SALDO-PENDIENTE-REC
                               TO ABONO-RENGLON-REC
                       ELSE
                           MOVE CAR-VALOR TO ABONO-RENGLON-REC
                       END-IF
                       SUBTRACT ABONO-RENGLON-REC FROM CAR-VALOR
                       SUBTRACT ABONO-RENGLON-REC
                           FROM SALDO-PENDIENTE-REC
                       REWRITE REG-CARTERA
                           INVALID KEY
                               MOVE "N" TO SW-REESCRITURA-OK
                       END-REWRITE
                   END-IF
                   IF REESCRITURA-OK
                       READ ARCH-CARTERA NEXT RECORD
                   END-IF
               END-PERFORM
               CLOSE ARCH-CARTERA
           END-IF
           IF NOT REESCRITURA-OK
           EXIT.

      *> Crea un documento nuevo de cartera (factura de venta o de
      *> compra, nota credito) y lo agrega al archivo por su llave.
      *> El numero de documento sale del consecutivo de CARTCTL.
       GRABAR-DOC-CARTERA.
           MOVE TERCERO-DOC-CART TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO
           PERFORM GENERAR-NUMERO-DOC-CART
           MOVE TERCERO-DOC-CART  TO CAR-TERCERO
           MOVE DOC-GENERADO-CART TO CAR-DOCUMENTO
           IF TERCERO-HALLADO
               MOVE TER-NOMBRE TO CAR-NOMBRE
           ELSE
               MOVE SPACES TO CAR-NOMBRE
           END-IF
           MOVE TIPO-DOC-CART TO CAR-TIPO
           MOVE FECHA-NEGOCIO TO CAR-FECHA-EMISION
           COMPUTE DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO) + 30
           MOVE FUNCTION DATE-OF-INTEGER(DIA-JULIANO)
               TO CAR-FECHA-VENCE
           MOVE VALOR-DOC-CART TO CAR-VALOR-ORIGINAL
           MOVE VALOR-DOC-CART TO CAR-VALOR
           MOVE 0 TO CAR-DIAS-VENCIDO
           PERFORM INSERTAR-DOC-CARTERA
           IF REESCRITURA-OK
               PERFORM GRABAR-CONTROL-CARTERA
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "DOCUMENTO CARTERA " DELIMITED SIZE
                      DOC-GENERADO-CART    DELIMITED SIZE
           END-IF.
           EXIT.

       INSERTAR-DOC-CARTERA.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN I-O ARCH-CARTERA
           IF FS-CARTERA = "35"
               OPEN OUTPUT ARCH-CARTERA
           END-IF
           IF FS-CARTERA NOT = "00" AND FS-CARTERA NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               WRITE REG-CARTERA
                   INVALID KEY
                       MOVE "N" TO SW-REESCRITURA-OK
               END-WRITE
               IF FS-CARTERA NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-CARTERA
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "CARTERA" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

      *> El consecutivo avanza solo cuando el documento queda grabado,
      *> asi que pedir el numero dos veces antes de grabar devuelve el
      *> mismo. Sin CARTCTL se parte del numero de documentos.
       GENERAR-NUMERO-DOC-CART.
           MOVE 0 TO NUMERO-DOC-CART
           OPEN INPUT ARCH-CARTCTL
           IF FS-CARTCTL = "00"
               READ ARCH-CARTCTL
               IF FS-CARTCTL = "00" AND CCT-ULTIMO-DOC NUMERIC
                   MOVE CCT-ULTIMO-DOC TO NUMERO-DOC-CART
               ELSE
                   PERFORM CONTAR-DOCS-CARTERA
               END-IF
               CLOSE ARCH-CARTCTL
           ELSE
               IF FS-CARTCTL = "05"
                   CLOSE ARCH-CARTCTL
               END-IF
               PERFORM CONTAR-DOCS-CARTERA
           END-IF
           ADD 1 TO NUMERO-DOC-CART
           MOVE SPACES TO DOC-GENERADO-CART
           STRING DOC-PREFIJO-CART DELIMITED SIZE
                  NUMERO-DOC-CART  DELIMITED SIZE
                  INTO DOC-GENERADO-CART.
           EXIT.

       CONTAR-DOCS-CARTERA.
           MOVE 0 TO NUMERO-DOC-CART
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               READ ARCH-CARTERA NEXT RECORD
               PERFORM UNTIL FS-CARTERA = "10"
                   ADD 1 TO NUMERO-DOC-CART
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               CLOSE ARCH-CARTERA
           END-IF.
           EXIT.

       GRABAR-CONTROL-CARTERA.
           MOVE NUMERO-DOC-CART TO CCT-ULTIMO-DOC
           OPEN OUTPUT ARCH-CARTCTL
           IF FS-CARTCTL = "00" OR FS-CARTCTL = "05"
               WRITE REG-CARTCTL
               CLOSE ARCH-CARTCTL
           END-IF.
           EXIT.

       GRABAR-RECAUDO.
           MOVE FECHA-NEGOCIO   TO REC-FECHA
           MOVE OPERADOR-ACTUAL TO REC-OPERADOR
           MOVE TERCERO-RECAUDO TO REC-TERCERO
           MOVE TIPO-RECAUDO    TO REC-TIPO
           MOVE VALOR-RECAUDO   TO REC-VALOR
           OPEN EXTEND ARCH-RECAUDOS
           IF FS-RECAUDOS = "35"
               OPEN OUTPUT ARCH-RECAUDOS
           END-IF
           IF FS-RECAUDOS = "00" OR FS-RECAUDOS = "05"
               WRITE REG-RECAUDO
               CLOSE ARCH-RECAUDOS
           END-IF
           MOVE VALOR-RECAUDO TO VALOR-RECAUDO-ED
           MOVE SPACES TO BIT-DESCRIPCION
           IF TIPO-RECAUDO = "P"
               STRING "PAGO PROVEEDOR "  DELIMITED SIZE
                      TERCERO-RECAUDO    DELIMITED SIZE
                      " VALOR:"          DELIMITED SIZE
                      VALOR-RECAUDO-ED   DELIMITED SIZE
                      INTO BIT-DESCRIPCION
           ELSE
               STRING "RECAUDO CLIENTE " DELIMITED SIZE
                      TERCERO-RECAUDO    DELIMITED SIZE
                      " VALOR:"          DELIMITED SIZE
                      VALOR-RECAUDO-ED   DELIMITED SIZE
                      INTO BIT-DESCRIPCION
           END-IF
           PERFORM REGISTRAR-BITACORA.
           EXIT.

      *> Estado de cuenta por tercero: lista los documentos abiertos
      *> con sus dias de vencimiento y el total, en pantalla y al
      *> spool para enviarlo al cliente.
           DISPLAY PANTALLA-TERCERO-ESTCTA
           ACCEPT PANTALLA-TERCERO-ESTCTA
           IF TERCERO-ESTCTA NOT = SPACE
               MOVE TERCERO-ESTCTA TO TERCERO-BUSCADO
               PERFORM BUSCAR-TERCERO
               IF NOT TERCERO-HALLADO
                   DISPLAY ETQ-MSG-TERC-NO-EXISTE
                           LINE 21 COL 01 BACKGROUND-COLOR 1
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING TERCERO-ESTCTA       DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      TER-NOMBRE           DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPEST FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-ESTCTA TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPEST FROM LINEA-REPORTE-IMPRESO
               MOVE 0 TO CONT-DOCS-ESTCTA
               MOVE ZERO TO TOTAL-ESTCTA
               OPEN INPUT ARCH-CARTERA
               IF FS-CARTERA = "00" OR FS-CARTERA = "05"
                   MOVE TERCERO-ESTCTA TO TERCERO-POSICION
                   PERFORM POSICIONAR-CARTERA-TERCERO
                   PERFORM UNTIL FS-CARTERA NOT = "00"
                              OR CAR-TERCERO NOT = TERCERO-ESTCTA
                       IF CAR-VALOR NOT = ZERO
                           PERFORM CALCULAR-DIAS-CARTERA
                           ADD 1 TO CONT-DOCS-ESTCTA
                           ADD CAR-VALOR TO TOTAL-ESTCTA
                           MOVE CAR-DOCUMENTO      TO LES-DOC
                           MOVE CAR-FECHA-EMISION  TO LES-EMISION
                           MOVE CAR-FECHA-VENCE    TO LES-VENCE
                           MOVE DIAS-VENC-REF      TO LES-DIAS
                           MOVE CAR-VALOR-ORIGINAL TO LES-ORIGINAL
                           MOVE CAR-VALOR          TO LES-SALDO
                           MOVE LINEA-ESTCTA TO LINEA-REPORTE-IMPRESO
                           WRITE REG-REPEST FROM LINEA-REPORTE-IMPRESO
                       END-IF
                       READ ARCH-CARTERA NEXT RECORD
                   END-PERFORM
                   CLOSE ARCH-CARTERA
               END-IF
               IF CONT-DOCS-ESTCTA = 0
                   MOVE ETQ-MSG-SIN-DOCS TO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPEST FROM LINEA-REPORTE-IMPRESO
       SUMAR-CARTERA-POR-TIPO.
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               READ ARCH-CARTERA NEXT RECORD
               PERFORM UNTIL FS-CARTERA = "10"
                   PERFORM VARYING IDX-CONC FROM 1 BY 1
                           UNTIL IDX-CONC > TOTAL-CONCILIA
                           ADD CAR-VALOR TO TCON-SUB (IDX-CONC)
                       END-IF
                   END-PERFORM
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               CLOSE ARCH-CARTERA
           END-IF.
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

      *> Los movimientos del rango se graban en MOVVTA.TMP, se
      *> ordenan por SKU y se resumen por corte de control en
      *> RESVTA.TMP, del que salen el analisis, el margen bruto y la
      *> velocidad del pedido sugerido.
       CARGAR-ANALISIS-VENTAS.
           MOVE 0 TO TOTAL-ANALISIS
           MOVE 0 TO TOTAL-DIAS-ANA
           MOVE 0 TO TOTAL-TOP-ANA
           MOVE 0 TO GRAN-TOTAL-UNID-ANA
           MOVE ZERO TO GRAN-TOTAL-VALOR-ANA
           MOVE ZERO TO GRAN-UNID-MAR
           MOVE ZERO TO GRAN-VENTA-MAR
           MOVE ZERO TO GRAN-COSTO-MAR
           MOVE FUNCTION INTEGER-OF-DATE(FECHA-ANA-DESDE)
               TO JUL-CONSULTA
           MOVE FUNCTION INTEGER-OF-DATE(FECHA-ANA-HASTA)
           IF JUL-HASTA > JUL-CONSULTA + 365
               COMPUTE JUL-HASTA = JUL-CONSULTA + 365
           END-IF
           OPEN OUTPUT ARCH-MOVVTA
           IF FS-MOVVTA = "00" OR FS-MOVVTA = "05"
               PERFORM UNTIL JUL-CONSULTA = 0
                          OR JUL-CONSULTA > JUL-HASTA
                   MOVE FUNCTION DATE-OF-INTEGER(JUL-CONSULTA)
                       TO FECHA-CONSULTA
                   PERFORM LEER-VTAHIST-DIA
                   PERFORM LEER-DEVOLUC-DIA
                   ADD 1 TO JUL-CONSULTA
               END-PERFORM
               CLOSE ARCH-MOVVTA
               SORT ARCH-ORDEN ON ASCENDING KEY ORD-SKU
                   USING ARCH-MOVVTA
                   GIVING ARCH-MOVORD
               PERFORM RESUMIR-VENTAS-SKU
           ELSE
               OPEN OUTPUT ARCH-RESVTA
               CLOSE ARCH-RESVTA
           END-IF.
           EXIT.

       LEER-VTAHIST-DIA.
               READ ARCH-VTAHIST
               PERFORM UNTIL FS-VTAHIST = "10"
                   MOVE REG-VTAHIST TO REG-VTAHIST-W
                   MOVE AVH-CANTIDAD TO CANT-MOV-ANA
                   PERFORM GRABAR-MOVIMIENTO-VENTA
                   READ ARCH-VTAHIST
               END-PERFORM
               CLOSE ARCH-VTAHIST
           END-IF.
           EXIT.

      *> Las devoluciones del dia entran al analisis como ventas en
      *> negativo al precio de la factura original.
       LEER-DEVOLUC-DIA.
           OPEN INPUT ARCH-DEVOLUC
           IF FS-DEVOLUC = "00" OR FS-DEVOLUC = "05"
               READ ARCH-DEVOLUC
               PERFORM UNTIL FS-DEVOLUC = "10"
                   IF DEV-FECHA = FECHA-CONSULTA
                       PERFORM CARGAR-DEVOLUCION-ANALISIS
                       PERFORM GRABAR-MOVIMIENTO-VENTA
                   END-IF
                   READ ARCH-DEVOLUC
               END-PERFORM
               CLOSE ARCH-DEVOLUC
           END-IF.
           EXIT.

       CARGAR-DEVOLUCION-ANALISIS.
           MOVE SPACES        TO REG-VTAHIST-W
           MOVE DEV-SKU       TO AVH-SKU
           MOVE DEV-CANTIDAD  TO AVH-CANTIDAD
           MOVE DEV-PRECIO    TO AVH-PRECIO
           MOVE DEV-FECHA     TO AVH-FECHA
           MOVE DEV-OPERADOR  TO AVH-OPERADOR
           MOVE DEV-TERCERO   TO AVH-TERCERO
           MOVE DEV-COSTO     TO AVH-COSTO
           MOVE DEV-DOC-NC    TO AVH-DOCUMENTO
           COMPUTE CANT-MOV-ANA = 0 - DEV-CANTIDAD.
           EXIT.

      *> El costo es el promedio estampado en la venta; las unidades
      *> de historia que no lo traen se valoran al cerrar el SKU.
       GRABAR-MOVIMIENTO-VENTA.
           MOVE AVH-SKU      TO MVV-SKU
           MOVE CANT-MOV-ANA TO MVV-UNIDADES
           COMPUTE MVV-VALOR = CANT-MOV-ANA * AVH-PRECIO
           IF AVH-COSTO IS NUMERIC AND AVH-COSTO > 0
               COMPUTE MVV-COSTO = CANT-MOV-ANA * AVH-COSTO
               MOVE 0 TO MVV-UNID-SIN-COSTO
           ELSE
               MOVE ZERO TO MVV-COSTO
               MOVE CANT-MOV-ANA TO MVV-UNID-SIN-COSTO
           END-IF
           WRITE REG-MOVVTA FROM REG-MOVVTA-W
           PERFORM ACUMULAR-DIA-ANALISIS.
           EXIT.

       RESUMIR-VENTAS-SKU.
           MOVE "N" TO SW-RESUMEN-ANA
           OPEN OUTPUT ARCH-RESVTA
           IF FS-RESVTA = "00" OR FS-RESVTA = "05"
               OPEN INPUT ARCH-MOVORD
               IF FS-MOVORD = "00" OR FS-MOVORD = "05"
                   READ ARCH-MOVORD INTO REG-MOVVTA-W
                   PERFORM UNTIL FS-MOVORD = "10"
                       IF RESUMEN-ANA-ABIERTO
                          AND MVV-SKU NOT = RSV-SKU
                           PERFORM CERRAR-RESUMEN-SKU
                       END-IF
                       IF NOT RESUMEN-ANA-ABIERTO
                           MOVE SPACES  TO RSV-CATEG
                           MOVE MVV-SKU TO RSV-SKU
                           MOVE ZERO    TO RSV-UNIDADES
                           MOVE ZERO    TO RSV-VALOR
                           MOVE ZERO    TO RSV-COSTO
                           MOVE ZERO    TO RSV-UNID-SIN-COSTO
                           MOVE "S" TO SW-RESUMEN-ANA
                       END-IF
                       ADD MVV-UNIDADES       TO RSV-UNIDADES
                       ADD MVV-VALOR          TO RSV-VALOR
                       ADD MVV-COSTO          TO RSV-COSTO
                       ADD MVV-UNID-SIN-COSTO TO RSV-UNID-SIN-COSTO
                       READ ARCH-MOVORD INTO REG-MOVVTA-W
                   END-PERFORM
                   IF RESUMEN-ANA-ABIERTO
                       PERFORM CERRAR-RESUMEN-SKU
                   END-IF
                   CLOSE ARCH-MOVORD
               END-IF
               CLOSE ARCH-RESVTA
           END-IF.
           EXIT.

      *> Al cerrar cada SKU se le pone la categoria, se valoran las
      *> unidades sin costo al promedio vigente y se acumulan los
      *> totales del periodo.
       CERRAR-RESUMEN-SKU.
           MOVE RSV-SKU TO ARTICULO-BUSCADO
           PERFORM BUSCAR-ARTICULO
           IF ARTICULO-HALLADO
               MOVE ART-CATEGORIA TO RSV-CATEG
           END-IF
           IF RSV-UNID-SIN-COSTO NOT = 0
               MOVE RSV-SKU TO SKU-BUSCADO
               PERFORM BUSCAR-SKU-ARCHIVO-STOCK
               COMPUTE RSV-COSTO = RSV-COSTO
                   + RSV-UNID-SIN-COSTO * STK-COSTO-REF
           END-IF
           WRITE REG-RESVTA FROM REG-RESVTA-W
           ADD 1 TO TOTAL-ANALISIS
           ADD RSV-UNIDADES TO GRAN-TOTAL-UNID-ANA
           ADD RSV-VALOR    TO GRAN-TOTAL-VALOR-ANA
           ADD RSV-UNIDADES TO GRAN-UNID-MAR
           ADD RSV-VALOR    TO GRAN-VENTA-MAR
           ADD RSV-COSTO    TO GRAN-COSTO-MAR
           PERFORM ACTUALIZAR-TOP-ANALISIS
           MOVE "N" TO SW-RESUMEN-ANA.
           EXIT.

      *> Los cinco SKU de mayor valor vendido se mantienen ordenados
      *> de mayor a menor; en empate queda el que llego primero.
       ACTUALIZAR-TOP-ANALISIS.
           IF RSV-VALOR > ZERO
               MOVE 1 TO POS-TOP-ANA
               PERFORM VARYING IDX-TOP FROM 1 BY 1
                       UNTIL IDX-TOP > TOTAL-TOP-ANA
                   IF TTA-VALOR (IDX-TOP) >= RSV-VALOR
                       ADD 1 TO POS-TOP-ANA
                   END-IF
               END-PERFORM
               IF POS-TOP-ANA <= 5
                   IF TOTAL-TOP-ANA < 5
                       ADD 1 TO TOTAL-TOP-ANA
                   END-IF
                   PERFORM VARYING IDX-TOP FROM TOTAL-TOP-ANA BY -1
                           UNTIL IDX-TOP <= POS-TOP-ANA
                       MOVE TOP-ANA-RENGLON (IDX-TOP - 1)
                           TO TOP-ANA-RENGLON (IDX-TOP)
                   END-PERFORM
                   MOVE RSV-SKU      TO TTA-SKU (POS-TOP-ANA)
                   MOVE RSV-UNIDADES TO TTA-UNIDADES (POS-TOP-ANA)
                   MOVE RSV-VALOR    TO TTA-VALOR (POS-TOP-ANA)
               END-IF
           END-IF.
           EXIT.

      *> Los dias llegan en orden cronologico; el renglon del dia en
           END-IF
           IF TOTAL-DIAS-ANA > 0
              AND TDA-FECHA (TOTAL-DIAS-ANA) = FECHA-CONSULTA
               ADD CANT-MOV-ANA TO TDA-UNIDADES (TOTAL-DIAS-ANA)
               COMPUTE TDA-VALOR (TOTAL-DIAS-ANA) =
                   TDA-VALOR (TOTAL-DIAS-ANA)
                   + CANT-MOV-ANA * AVH-PRECIO
           END-IF.
           EXIT.

               WRITE REG-REPANA FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-ANALISIS TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPANA FROM LINEA-REPORTE-IMPRESO
               OPEN INPUT ARCH-RESVTA
               IF FS-RESVTA = "00" OR FS-RESVTA = "05"
                   READ ARCH-RESVTA INTO REG-RESVTA-W
                   PERFORM UNTIL FS-RESVTA = "10"
                       MOVE RSV-SKU      TO LAN-SKU
                       MOVE RSV-UNIDADES TO LAN-UNIDADES
                       MOVE RSV-VALOR    TO LAN-VALOR
                       MOVE LINEA-ANALISIS TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPANA FROM LINEA-REPORTE-IMPRESO
                       READ ARCH-RESVTA INTO REG-RESVTA-W
                   END-PERFORM
                   CLOSE ARCH-RESVTA
               END-IF
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPANA FROM LINEA-REPORTE-IMPRESO
           END-IF.
           EXIT.

       IMPRIMIR-TOP-ANALISIS.
           PERFORM VARYING IDX-TOP FROM 1 BY 1
                   UNTIL IDX-TOP > TOTAL-TOP-ANA
               MOVE TTA-SKU (IDX-TOP)      TO LAN-SKU
               MOVE TTA-UNIDADES (IDX-TOP) TO LAN-UNIDADES
               MOVE TTA-VALOR (IDX-TOP)    TO LAN-VALOR
               MOVE LINEA-ANALISIS TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPANA FROM LINEA-REPORTE-IMPRESO
           END-PERFORM.
           EXIT.

      *> Reporte bimestral de IVA desde la historia: base e impuesto
      *> por tarifa de las ventas (netas de devoluciones) y de las
      *> compras del bimestre, y el IVA neto a pagar.
       REPORTE-IVA-BIMESTRAL.
           MOVE "EJECUTO REPORTE BIMESTRAL DE IVA (FINANCIERO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-IVA LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE FECHA-NEGOCIO (1:4) TO ANIO-IVA
           MOVE FECHA-NEGOCIO (5:2) TO MES-IVA-REF
           COMPUTE BIMESTRE-IVA = (MES-IVA-REF + 1) / 2
           DISPLAY PANTALLA-PERIODO-IVA
           ACCEPT PANTALLA-PERIODO-IVA
           IF ANIO-IVA < 1601 OR BIMESTRE-IVA < 1 OR BIMESTRE-IVA > 6
               DISPLAY ETQ-MSG-BIMESTRE-INV
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               PERFORM CALCULAR-RANGO-BIMESTRE
               PERFORM CARGAR-TABLA-IVA
               PERFORM IMPRIMIR-REPORTE-IVA
               MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
               PERFORM PAGINAR-VISOR-SPOOL
           END-IF
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       CALCULAR-RANGO-BIMESTRE.
           COMPUTE MES-IVA-REF = BIMESTRE-IVA * 2 - 1
           COMPUTE FECHA-IVA-DESDE =
               ANIO-IVA * 10000 + MES-IVA-REF * 100 + 1
           IF BIMESTRE-IVA = 6
               COMPUTE FECHA-IVA-SIGUIENTE = (ANIO-IVA + 1) * 10000 + 101
           ELSE
               COMPUTE FECHA-IVA-SIGUIENTE =
                   ANIO-IVA * 10000 + (MES-IVA-REF + 2) * 100 + 1
           END-IF
           COMPUTE JUL-HASTA =
               FUNCTION INTEGER-OF-DATE(FECHA-IVA-SIGUIENTE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(JUL-HASTA) TO FECHA-IVA-HASTA.
           EXIT.

       CARGAR-TABLA-IVA.
           MOVE 3 TO TOTAL-TASAS-IVA
           MOVE 0  TO TIV-TASA (1)
           MOVE 5  TO TIV-TASA (2)
           MOVE 19 TO TIV-TASA (3)
           PERFORM VARYING IDX-TIV FROM 1 BY 1 UNTIL IDX-TIV > 5
               MOVE ZERO TO TIV-BASE-VTA (IDX-TIV)
               MOVE ZERO TO TIV-IVA-VTA (IDX-TIV)
               MOVE ZERO TO TIV-BASE-COM (IDX-TIV)
               MOVE ZERO TO TIV-IVA-COM (IDX-TIV)
           END-PERFORM
           MOVE FUNCTION INTEGER-OF-DATE(FECHA-IVA-DESDE)
               TO JUL-CONSULTA
           PERFORM UNTIL JUL-CONSULTA > JUL-HASTA
               MOVE FUNCTION DATE-OF-INTEGER(JUL-CONSULTA)
                   TO FECHA-CONSULTA
               PERFORM LEER-VTAHIST-IVA
               ADD 1 TO JUL-CONSULTA
           END-PERFORM
           PERFORM LEER-DEVOLUC-IVA
           PERFORM LEER-COMPRAS-IVA.
           EXIT.

      *> Las ventas anteriores a la liquidacion de IVA no traen tarifa
      *> y se reportan en la tarifa cero.
       LEER-VTAHIST-IVA.
           MOVE SPACES TO NOMBRE-VTAHIST
           STRING "VTAH"         DELIMITED SIZE
                  FECHA-CONSULTA DELIMITED SIZE
                  ".DAT"         DELIMITED SIZE
                  INTO NOMBRE-VTAHIST
           OPEN INPUT ARCH-VTAHIST
           IF FS-VTAHIST = "00" OR FS-VTAHIST = "05"
               READ ARCH-VTAHIST
               PERFORM UNTIL FS-VTAHIST = "10"
                   MOVE REG-VTAHIST TO REG-VTAHIST-W
                   COMPUTE BASE-IVA-REF = AVH-CANTIDAD * AVH-PRECIO
                   IF AVH-TASA-IVA IS NUMERIC AND AVH-IVA IS NUMERIC
                       MOVE AVH-TASA-IVA TO TASA-IVA-REF
                       MOVE AVH-IVA      TO IVA-LINEA-REF
                   ELSE
                       MOVE 0    TO TASA-IVA-REF
                       MOVE ZERO TO IVA-LINEA-REF
                   END-IF
                   MOVE 1 TO SIGNO-IVA-REF
                   PERFORM ACUMULAR-VENTA-IVA
                   READ ARCH-VTAHIST
               END-PERFORM
               CLOSE ARCH-VTAHIST
           END-IF.
           EXIT.

       LEER-DEVOLUC-IVA.
           OPEN INPUT ARCH-DEVOLUC
           IF FS-DEVOLUC = "00" OR FS-DEVOLUC = "05"
               READ ARCH-DEVOLUC
               PERFORM UNTIL FS-DEVOLUC = "10"
                   IF DEV-FECHA >= FECHA-IVA-DESDE
                      AND DEV-FECHA <= FECHA-IVA-HASTA
                      AND DEV-FECHA < FECHA-NEGOCIO
                       COMPUTE BASE-IVA-REF = DEV-CANTIDAD * DEV-PRECIO
                       IF DEV-TASA-IVA IS NUMERIC AND DEV-IVA IS NUMERIC
                           MOVE DEV-TASA-IVA TO TASA-IVA-REF
                           MOVE DEV-IVA      TO IVA-LINEA-REF
                       ELSE
                           MOVE 0    TO TASA-IVA-REF
                           MOVE ZERO TO IVA-LINEA-REF
                       END-IF
                       MOVE -1 TO SIGNO-IVA-REF
                       PERFORM ACUMULAR-VENTA-IVA
                   END-IF
                   READ ARCH-DEVOLUC
               END-PERFORM
               CLOSE ARCH-DEVOLUC
           END-IF.
           EXIT.

       LEER-COMPRAS-IVA.
           OPEN INPUT ARCH-COMPRAS
           IF FS-COMPRAS = "00" OR FS-COMPRAS = "05"
               READ ARCH-COMPRAS
               PERFORM UNTIL FS-COMPRAS = "10"
                   IF COM-FECHA >= FECHA-IVA-DESDE
                      AND COM-FECHA <= FECHA-IVA-HASTA
                      AND COM-FECHA < FECHA-NEGOCIO
                       COMPUTE BASE-IVA-REF = COM-CANTIDAD * COM-COSTO
                       IF COM-TASA-IVA IS NUMERIC AND COM-IVA IS NUMERIC
                           MOVE COM-TASA-IVA TO TASA-IVA-REF
                           MOVE COM-IVA      TO IVA-LINEA-REF
                       ELSE
                           MOVE 0    TO TASA-IVA-REF
                           MOVE ZERO TO IVA-LINEA-REF
                       END-IF
                       PERFORM BUSCAR-TASA-IVA
                       IF TASA-IVA-HALLADA
                           ADD BASE-IVA-REF  TO TIV-BASE-COM (IDX-TIV)
                           ADD IVA-LINEA-REF TO TIV-IVA-COM (IDX-TIV)
                       END-IF
                   END-IF
                   READ ARCH-COMPRAS
               END-PERFORM
               CLOSE ARCH-COMPRAS
           END-IF.
           EXIT.

       ACUMULAR-VENTA-IVA.
           PERFORM BUSCAR-TASA-IVA
           IF TASA-IVA-HALLADA
               COMPUTE TIV-BASE-VTA (IDX-TIV) = TIV-BASE-VTA (IDX-TIV)
                   + BASE-IVA-REF * SIGNO-IVA-REF
               COMPUTE TIV-IVA-VTA (IDX-TIV) = TIV-IVA-VTA (IDX-TIV)
                   + IVA-LINEA-REF * SIGNO-IVA-REF
           END-IF.
           EXIT.

       BUSCAR-TASA-IVA.
           MOVE "N" TO SW-TASA-IVA-HALLADA
           PERFORM VARYING IDX-TIV FROM 1 BY 1
                   UNTIL IDX-TIV > TOTAL-TASAS-IVA
               IF TIV-TASA (IDX-TIV) = TASA-IVA-REF
                   MOVE "S" TO SW-TASA-IVA-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT TASA-IVA-HALLADA AND TOTAL-TASAS-IVA < 5
               ADD 1 TO TOTAL-TASAS-IVA
               SET IDX-TIV TO TOTAL-TASAS-IVA
               MOVE TASA-IVA-REF TO TIV-TASA (IDX-TIV)
               MOVE "S" TO SW-TASA-IVA-HALLADA
           END-IF.
           EXIT.

       IMPRIMIR-REPORTE-IVA.
           MOVE "IVABIM" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPIVA
           OPEN OUTPUT ARCH-REPIVA
           IF FS-REPIVA NOT = "00" AND FS-REPIVA NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-IVA TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPIVA FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-ANIO-PROMPT     DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      ANIO-IVA            DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      ETQ-BIMESTRE-PROMPT DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      BIMESTRE-IVA        DELIMITED BY SIZE
                      "  ("               DELIMITED BY SIZE
                      FECHA-IVA-DESDE     DELIMITED BY SIZE
                      " - "               DELIMITED BY SIZE
                      FECHA-IVA-HASTA     DELIMITED BY SIZE
                      ")"                 DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPIVA FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPIVA FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-IVA TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPIVA FROM LINEA-REPORTE-IMPRESO
               MOVE ZERO TO TOT-BASE-VTA-IVA
               MOVE ZERO TO TOT-IVA-VTA-IVA
               MOVE ZERO TO TOT-BASE-COM-IVA
               MOVE ZERO TO TOT-IVA-COM-IVA
               PERFORM VARYING IDX-TIV FROM 1 BY 1
                       UNTIL IDX-TIV > TOTAL-TASAS-IVA
                   MOVE TIV-TASA (IDX-TIV) TO TASA-IVA-ED
                   MOVE SPACES TO LIV-TASA
                   STRING TASA-IVA-ED DELIMITED BY SIZE
                          "%"         DELIMITED BY SIZE
                          INTO LIV-TASA
                   MOVE TIV-BASE-VTA (IDX-TIV) TO LIV-BASE-VTA
                   MOVE TIV-IVA-VTA (IDX-TIV)  TO LIV-IVA-VTA
                   MOVE TIV-BASE-COM (IDX-TIV) TO LIV-BASE-COM
                   MOVE TIV-IVA-COM (IDX-TIV)  TO LIV-IVA-COM
                   MOVE LINEA-IVA TO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPIVA FROM LINEA-REPORTE-IMPRESO
                   ADD TIV-BASE-VTA (IDX-TIV) TO TOT-BASE-VTA-IVA
                   ADD TIV-IVA-VTA (IDX-TIV)  TO TOT-IVA-VTA-IVA
                   ADD TIV-BASE-COM (IDX-TIV) TO TOT-BASE-COM-IVA
                   ADD TIV-IVA-COM (IDX-TIV)  TO TOT-IVA-COM-IVA
               END-PERFORM
               MOVE ETQ-IVA-TOTALES  TO LIV-TASA
               MOVE TOT-BASE-VTA-IVA TO LIV-BASE-VTA
               MOVE TOT-IVA-VTA-IVA  TO LIV-IVA-VTA
               MOVE TOT-BASE-COM-IVA TO LIV-BASE-COM
               MOVE TOT-IVA-COM-IVA  TO LIV-IVA-COM
               MOVE LINEA-IVA TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPIVA FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPIVA FROM LINEA-REPORTE-IMPRESO
               COMPUTE NETO-IVA = TOT-IVA-VTA-IVA - TOT-IVA-COM-IVA
               MOVE NETO-IVA TO NETO-IVA-ED
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-IVA-NETO DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      NETO-IVA-ED  DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPIVA FROM LINEA-REPORTE-IMPRESO
               CLOSE ARCH-REPIVA
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

      *> Comprobante contable manual: renglones debito y credito
      *> contra cuentas del catalogo. Solo se contabiliza cuadrado y
      *> solo lo puede contabilizar el rol financiero.
       COMPROBANTE-CONTABLE.
           MOVE "EJECUTO COMPROBANTE CONTABLE (FINANCIERO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-COMPROBANTE LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           PERFORM CARGAR-TABLA-GLSALDOS
           EVALUATE TRUE
               WHEN ROL-OPERADOR NOT = "F"
                   DISPLAY ETQ-MSG-SOLO-FINANCIERO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               WHEN GLSALDOS-TRUNCADOS
                   PERFORM AVISAR-TABLA-TRUNCADA
               WHEN OTHER
                   PERFORM CAPTURAR-COMPROBANTE
                   IF GRABAR-CPB
                       PERFORM CONTABILIZAR-COMPROBANTE
                   END-IF
           END-EVALUATE
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       CAPTURAR-COMPROBANTE.
           PERFORM OBTENER-NUMERO-COMPROBANTE
           MOVE 0 TO TOTAL-MOVDIA
           MOVE 0 TO DEBITOS-CPB
           MOVE 0 TO CREDITOS-CPB
           MOVE SPACE TO CONCEPTO-CPB
           MOVE "N" TO SW-GRABAR-CPB
           DISPLAY PANTALLA-COMPROBANTE-ENC
           ACCEPT PANTALLA-COMPROBANTE-ENC
           DISPLAY ETQ-COLHDR-CPB LINE 12 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           PERFORM MOSTRAR-RENGLONES-CPB
           MOVE "N" TO SW-FIN-CPB
           PERFORM UNTIL FIN-CAPTURA-CPB
               MOVE SPACE TO CUENTA-CPB
               MOVE SPACE TO NAT-CPB
               MOVE 0 TO VALOR-CPB
               DISPLAY PANTALLA-COMPROBANTE-RENGLON
               ACCEPT PANTALLA-COMPROBANTE-RENGLON
               IF CUENTA-CPB = SPACE
                   PERFORM TERMINAR-CAPTURA-CPB
               ELSE
                   PERFORM VALIDAR-RENGLON-CPB
               END-IF
           END-PERFORM.
           EXIT.

      *> El numero del comprobante sigue al mayor ya grabado en
      *> COMPROB.DAT.
       OBTENER-NUMERO-COMPROBANTE.
           MOVE 0 TO ULTIMO-NUMERO-CPB
           OPEN INPUT ARCH-COMPROB
           IF FS-COMPROB = "00" OR FS-COMPROB = "05"
               READ ARCH-COMPROB
               PERFORM UNTIL FS-COMPROB = "10"
                   IF CPB-NUMERO (3:8) IS NUMERIC
                       MOVE CPB-NUMERO (3:8) TO NUMERO-CPB-REF
                       IF NUMERO-CPB-REF > ULTIMO-NUMERO-CPB
                           MOVE NUMERO-CPB-REF TO ULTIMO-NUMERO-CPB
                       END-IF
                   END-IF
                   READ ARCH-COMPROB
               END-PERFORM
               CLOSE ARCH-COMPROB
           END-IF
           ADD 1 TO ULTIMO-NUMERO-CPB
           MOVE SPACES TO NUMERO-COMPROBANTE
           STRING "CP"              DELIMITED SIZE
                  ULTIMO-NUMERO-CPB DELIMITED SIZE
                  INTO NUMERO-COMPROBANTE.
           EXIT.

       VALIDAR-RENGLON-CPB.
           MOVE CUENTA-CPB TO CUENTA-MOV-GL
           PERFORM BUSCAR-CUENTA-GLSALDOS
           MOVE FUNCTION UPPER-CASE(NAT-CPB) TO NAT-CPB
           EVALUATE TRUE
               WHEN NOT CTL-HALLADA
                   DISPLAY ETQ-CUENTA-NO-EXISTE
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN NAT-CPB NOT = "D" AND NAT-CPB NOT = "C"
                   DISPLAY ETQ-MSG-NAT-INVALIDA
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN VALOR-CPB = 0
                   DISPLAY ETQ-MSG-VALOR-CERO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN TOTAL-MOVDIA >= 100
                   DISPLAY ETQ-MSG-CPB-LLENO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN OTHER
                   ADD 1 TO TOTAL-MOVDIA
                   MOVE CUENTA-CPB   TO TM-CUENTA (TOTAL-MOVDIA)
                   MOVE "COMPROBANT" TO TM-FUENTE (TOTAL-MOVDIA)
                   MOVE NAT-CPB      TO TM-NAT (TOTAL-MOVDIA)
                   MOVE VALOR-CPB    TO TM-VALOR (TOTAL-MOVDIA)
                   IF NAT-CPB = "D"
                       ADD VALOR-CPB TO DEBITOS-CPB
                   ELSE
                       ADD VALOR-CPB TO CREDITOS-CPB
                   END-IF
                   PERFORM MOSTRAR-RENGLONES-CPB
           END-EVALUATE.
           EXIT.

      *> En pantalla caben los ultimos ocho renglones; los totales
      *> debito y credito van siempre en la linea 21.
       MOSTRAR-RENGLONES-CPB.
           DISPLAY " " LINE 13 COL 01 ERASE EOS BACKGROUND-COLOR 1
           IF TOTAL-MOVDIA > 8
               COMPUTE RENGLON-CPB-INICIAL = TOTAL-MOVDIA - 7
           ELSE
               MOVE 1 TO RENGLON-CPB-INICIAL
           END-IF
           MOVE 13 TO LINEA-PANTALLA-CPB
           PERFORM VARYING IDX-MOV FROM RENGLON-CPB-INICIAL BY 1
                   UNTIL IDX-MOV > TOTAL-MOVDIA
               MOVE SPACES TO LINEA-CPB
               MOVE TM-CUENTA (IDX-MOV) TO LCP-CUENTA
               MOVE TM-CUENTA (IDX-MOV) TO CUENTA-MOV-GL
               PERFORM BUSCAR-CUENTA-GLSALDOS
               IF CTL-HALLADA
                   MOVE TG-NOMBRE (IDX-GLS) TO LCP-NOMBRE
               END-IF
               IF TM-NAT (IDX-MOV) = "D"
                   MOVE TM-VALOR (IDX-MOV) TO LCP-DEBITO
                   MOVE 0 TO LCP-CREDITO
               ELSE
                   MOVE 0 TO LCP-DEBITO
                   MOVE TM-VALOR (IDX-MOV) TO LCP-CREDITO
               END-IF
               DISPLAY LINEA-CPB LINE LINEA-PANTALLA-CPB COL 01
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               ADD 1 TO LINEA-PANTALLA-CPB
           END-PERFORM
           MOVE SPACES TO LINEA-CPB
           MOVE ETQ-CPB-TOTALES TO LCP-NOMBRE
           MOVE DEBITOS-CPB  TO LCP-DEBITO
           MOVE CREDITOS-CPB TO LCP-CREDITO
           DISPLAY LINEA-CPB LINE 21 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

      *> Cuenta en blanco termina la captura. Un comprobante
      *> descuadrado no se graba: se sigue capturando o se descarta.
       TERMINAR-CAPTURA-CPB.
           EVALUATE TRUE
               WHEN TOTAL-MOVDIA = 0
                   MOVE "S" TO SW-FIN-CPB
               WHEN DEBITOS-CPB NOT = CREDITOS-CPB
                   DISPLAY ETQ-MSG-CPB-DESCUADRADO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   MOVE SPACE TO OPCION-CAPTURA
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
                   IF FUNCTION UPPER-CASE(OPCION-CAPTURA) NOT = "S"
                       MOVE "S" TO SW-FIN-CPB
                       PERFORM AVISAR-CPB-DESCARTADO
                   END-IF
               WHEN OTHER
                   DISPLAY ETQ-MSG-CPB-GRABAR
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   MOVE SPACE TO OPCION-CAPTURA
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
                   MOVE "S" TO SW-FIN-CPB
                   IF FUNCTION UPPER-CASE(OPCION-CAPTURA) = "S"
                       MOVE "S" TO SW-GRABAR-CPB
                   ELSE
                       PERFORM AVISAR-CPB-DESCARTADO
                   END-IF
           END-EVALUATE.
           EXIT.

       AVISAR-CPB-DESCARTADO.
           DISPLAY ETQ-MSG-CPB-DESCARTADO
                   LINE 10 COL 01 BACKGROUND-COLOR 1
                                  FOREGROUND-COLOR 7
           ACCEPT CAMPO-TECLA
           PERFORM LIMPIAR-MENSAJE-CAPTURA.
           EXIT.

      *> Los renglones van al diario con el numero del comprobante y
      *> el operador, luego a los saldos del mayor, y al final el
      *> encabezado en COMPROB.DAT.
       CONTABILIZAR-COMPROBANTE.
           MOVE "S" TO SW-DIARIO-OK
           MOVE NUMERO-COMPROBANTE TO COMPROBANTE-MOVGL
           PERFORM GRABAR-MOVGL-DIA
           MOVE SPACES TO COMPROBANTE-MOVGL
           IF NOT DIARIO-CUADRADO
               MOVE "MOVGL" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           ELSE
               PERFORM APLICAR-MOVS-SALDOS
               PERFORM REESCRIBIR-GLCTAS
               IF REESCRITURA-OK
                   PERFORM GRABAR-ENCABEZADO-CPB
               END-IF
           END-IF.
           EXIT.

       GRABAR-ENCABEZADO-CPB.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN EXTEND ARCH-COMPROB
           IF FS-COMPROB = "35"
               OPEN OUTPUT ARCH-COMPROB
           END-IF
           IF FS-COMPROB NOT = "00" AND FS-COMPROB NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               MOVE NUMERO-COMPROBANTE TO CPB-NUMERO
               MOVE FECHA-NEGOCIO      TO CPB-FECHA
               MOVE OPERADOR-ACTUAL    TO CPB-OPERADOR
               MOVE CONCEPTO-CPB       TO CPB-CONCEPTO
               MOVE DEBITOS-CPB        TO CPB-DEBITOS
               MOVE CREDITOS-CPB       TO CPB-CREDITOS
               MOVE TOTAL-MOVDIA       TO CPB-RENGLONES
               WRITE REG-COMPROBANTE
               IF FS-COMPROB NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-COMPROB
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "COMPROB" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           ELSE
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "CONTABILIZO COMPROBANTE " DELIMITED SIZE
                      NUMERO-COMPROBANTE         DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               DISPLAY ETQ-MSG-CPB-GRABADO
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           END-IF.
           EXIT.

      *> Balance de prueba por rango de fechas desde MOVGL. El saldo
      *> inicial se obtiene devolviendo del saldo actual del mayor
      *> los movimientos fechados desde el inicio del rango.
       BALANCE-PRUEBA.
           MOVE "EJECUTO BALANCE DE PRUEBA (FINANCIERO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-BALANCE LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE FECHA-NEGOCIO TO FECHA-ANA-DESDE
           MOVE "01" TO FECHA-ANA-DESDE (7:2)
           MOVE FECHA-NEGOCIO TO FECHA-ANA-HASTA
           DISPLAY PANTALLA-RANGO-ANALISIS
           ACCEPT PANTALLA-RANGO-ANALISIS
           IF FECHA-ANA-DESDE = 0
               MOVE FECHA-NEGOCIO TO FECHA-ANA-DESDE
           END-IF
           IF FECHA-ANA-HASTA < FECHA-ANA-DESDE
               MOVE FECHA-ANA-DESDE TO FECHA-ANA-HASTA
           END-IF
           PERFORM CARGAR-TABLA-GLSALDOS
           IF GLSALDOS-TRUNCADOS
               PERFORM AVISAR-TABLA-TRUNCADA
           ELSE
               PERFORM CARGAR-BALANCE-PRUEBA
               PERFORM IMPRIMIR-BALANCE-PRUEBA
               MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
               PERFORM PAGINAR-VISOR-SPOOL
           END-IF
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       CARGAR-BALANCE-PRUEBA.
           MOVE 0 TO MOVS-SIN-CUENTA-BAL
           PERFORM VARYING IDX-GLS FROM 1 BY 1
                   UNTIL IDX-GLS > TOTAL-GLSALDOS
               SET IDX-BAL TO IDX-GLS
               MOVE TG-SALDO (IDX-GLS) TO TB-INICIAL (IDX-BAL)
               MOVE 0 TO TB-DEBITOS (IDX-BAL)
               MOVE 0 TO TB-CREDITOS (IDX-BAL)
           END-PERFORM
           OPEN INPUT ARCH-MOVGL
           IF FS-MOVGL = "00" OR FS-MOVGL = "05"
               READ ARCH-MOVGL
               PERFORM UNTIL FS-MOVGL = "10"
                   IF MGL-FECHA >= FECHA-ANA-DESDE
                       PERFORM ACUMULAR-MOVGL-BALANCE
                   END-IF
                   READ ARCH-MOVGL
               END-PERFORM
               CLOSE ARCH-MOVGL
           END-IF.
           EXIT.

       ACUMULAR-MOVGL-BALANCE.
           MOVE MGL-CUENTA TO CUENTA-MOV-GL
           PERFORM BUSCAR-CUENTA-GLSALDOS
           IF NOT CTL-HALLADA
               IF MGL-FECHA <= FECHA-ANA-HASTA
                   ADD 1 TO MOVS-SIN-CUENTA-BAL
               END-IF
           ELSE
               SET IDX-BAL TO IDX-GLS
               IF MGL-ES-DEBITO
                   SUBTRACT MGL-VALOR FROM TB-INICIAL (IDX-BAL)
               ELSE
                   ADD MGL-VALOR TO TB-INICIAL (IDX-BAL)
               END-IF
               IF MGL-FECHA <= FECHA-ANA-HASTA
                   IF MGL-ES-DEBITO
                       ADD MGL-VALOR TO TB-DEBITOS (IDX-BAL)
                   ELSE
                       ADD MGL-VALOR TO TB-CREDITOS (IDX-BAL)
                   END-IF
               END-IF
           END-IF.
           EXIT.

       IMPRIMIR-BALANCE-PRUEBA.
           MOVE "BALPRUEBA" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPBAL
           OPEN OUTPUT ARCH-REPBAL
           IF FS-REPBAL NOT = "00" AND FS-REPBAL NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-BALANCE TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPBAL FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-DESDE-PROMPT DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      FECHA-ANA-DESDE  DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      ETQ-HASTA-PROMPT DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      FECHA-ANA-HASTA  DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPBAL FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPBAL FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-BAL TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPBAL FROM LINEA-REPORTE-IMPRESO
               MOVE 0 TO TOT-INICIAL-BAL
               MOVE 0 TO TOT-DEBITOS-BAL
               MOVE 0 TO TOT-CREDITOS-BAL
               MOVE 0 TO TOT-FINAL-BAL
               PERFORM VARYING IDX-GLS FROM 1 BY 1
                       UNTIL IDX-GLS > TOTAL-GLSALDOS
                   SET IDX-BAL TO IDX-GLS
                   COMPUTE SALDO-FINAL-BAL = TB-INICIAL (IDX-BAL)
                       + TB-DEBITOS (IDX-BAL) - TB-CREDITOS (IDX-BAL)
                   IF TB-INICIAL (IDX-BAL) NOT = 0
                      OR TB-DEBITOS (IDX-BAL) NOT = 0
                      OR TB-CREDITOS (IDX-BAL) NOT = 0
                       MOVE SPACES TO LINEA-BALANCE
                       MOVE TG-CUENTA (IDX-GLS)     TO LBP-CUENTA
                       MOVE TG-NOMBRE (IDX-GLS)     TO LBP-NOMBRE
                       MOVE TB-INICIAL (IDX-BAL)    TO LBP-INICIAL
                       MOVE TB-DEBITOS (IDX-BAL)    TO LBP-DEBITOS
                       MOVE TB-CREDITOS (IDX-BAL)   TO LBP-CREDITOS
                       MOVE SALDO-FINAL-BAL         TO LBP-FINAL
                       MOVE LINEA-BALANCE TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPBAL FROM LINEA-REPORTE-IMPRESO
                       ADD TB-INICIAL (IDX-BAL)  TO TOT-INICIAL-BAL
                       ADD TB-DEBITOS (IDX-BAL)  TO TOT-DEBITOS-BAL
                       ADD TB-CREDITOS (IDX-BAL) TO TOT-CREDITOS-BAL
                       ADD SALDO-FINAL-BAL       TO TOT-FINAL-BAL
                   END-IF
               END-PERFORM
               MOVE SPACES TO LINEA-BALANCE
               MOVE ETQ-BAL-TOTALES  TO LBP-CUENTA
               MOVE TOT-INICIAL-BAL  TO LBP-INICIAL
               MOVE TOT-DEBITOS-BAL  TO LBP-DEBITOS
               MOVE TOT-CREDITOS-BAL TO LBP-CREDITOS
               MOVE TOT-FINAL-BAL    TO LBP-FINAL
               MOVE LINEA-BALANCE TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPBAL FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPBAL FROM LINEA-REPORTE-IMPRESO
               COMPUTE DIFERENCIA-BAL =
                   TOT-DEBITOS-BAL - TOT-CREDITOS-BAL
               IF DIFERENCIA-BAL = 0
                   MOVE ETQ-BAL-CUADRA TO LINEA-REPORTE-IMPRESO
               ELSE
                   MOVE DIFERENCIA-BAL TO DIFERENCIA-BAL-ED
                   MOVE SPACES TO LINEA-REPORTE-IMPRESO
                   STRING ETQ-BAL-DESCUADRA DELIMITED BY SIZE
                          " "               DELIMITED BY SIZE
                          DIFERENCIA-BAL-ED DELIMITED BY SIZE
                          INTO LINEA-REPORTE-IMPRESO
               END-IF
               WRITE REG-REPBAL FROM LINEA-REPORTE-IMPRESO
               IF MOVS-SIN-CUENTA-BAL > 0
                   MOVE MOVS-SIN-CUENTA-BAL TO MOVS-SIN-CUENTA-ED
                   MOVE SPACES TO LINEA-REPORTE-IMPRESO
                   STRING ETQ-BAL-SIN-CUENTA  DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          MOVS-SIN-CUENTA-ED  DELIMITED BY SIZE
                          INTO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPBAL FROM LINEA-REPORTE-IMPRESO
               END-IF
               CLOSE ARCH-REPBAL
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

      *> Conciliacion bancaria del mes contra el extracto del banco
      *> (BANCO<aaaamm>.DAT). Cuenta de bancos = cuenta de control
      *> tipo B de TIPOCTA, la que mueven los recaudos y pagos. Solo
      *> se concilian meses cerrados y posteriores al ultimo grabado.
       CONCILIACION-BANCARIA.
           MOVE "EJECUTO CONCILIACION BANCARIA (FINANCIERO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM MOSTRAR-TITULO-CONC-BCO
           MOVE FECHA-NEGOCIO (1:6) TO PERIODO-CONC
           IF MES-CONC = 1
               SUBTRACT 1 FROM ANIO-CONC
               MOVE 12 TO MES-CONC
           ELSE
               SUBTRACT 1 FROM MES-CONC
           END-IF
           DISPLAY PANTALLA-PERIODO-CONC
           ACCEPT PANTALLA-PERIODO-CONC
           IF ANIO-CONC < 1601 OR MES-CONC < 1 OR MES-CONC > 12
               DISPLAY ETQ-MSG-PERIODO-INV
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               PERFORM CALCULAR-RANGO-CONC
               PERFORM CARGAR-TABLA-CTACTL
               MOVE "B" TO TIPO-CTL-BUSCADO
               PERFORM BUSCAR-CUENTA-CONTROL
               MOVE CUENTA-CTL-REF TO CUENTA-BANCO-CONC
               EVALUATE TRUE
                   WHEN PERIODO-CONC NOT > ULTIMO-PERIODO-CONC
                       DISPLAY ETQ-MSG-MES-CONCILIADO
                               LINE 06 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                   WHEN FECHA-HASTA-CONC NOT < FECHA-NEGOCIO
                       DISPLAY ETQ-MSG-MES-ABIERTO
                               LINE 06 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                   WHEN NOT CTL-HALLADA
                       DISPLAY ETQ-MSG-SIN-CTA-BANCO
                               LINE 06 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                   WHEN OTHER
                       PERFORM PROCESAR-CONCILIACION-BCO
               END-EVALUATE
           END-IF
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       MOSTRAR-TITULO-CONC-BCO.
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-CONC-BANCO LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

      *> Las partidas en libros se toman desde el mes siguiente al
      *> ultimo conciliado; antes de la primera conciliacion, desde
      *> el primer dia del mes que se concilia.
       CALCULAR-RANGO-CONC.
           PERFORM LEER-ULTIMA-CONCILIACION
           COMPUTE FECHA-DESDE-CONC = PERIODO-CONC * 100 + 1
           IF MES-CONC = 12
               COMPUTE FECHA-SIG-CONC = (ANIO-CONC + 1) * 10000 + 101
           ELSE
               COMPUTE FECHA-SIG-CONC = FECHA-DESDE-CONC + 100
           END-IF
           COMPUTE JUL-HASTA =
               FUNCTION INTEGER-OF-DATE(FECHA-SIG-CONC) - 1
           MOVE FUNCTION DATE-OF-INTEGER(JUL-HASTA) TO FECHA-HASTA-CONC
           IF ULTIMO-PERIODO-CONC > 0
              AND ULTIMO-PERIODO-CONC < PERIODO-CONC
               MOVE ULTIMO-PERIODO-CONC TO PERIODO-ARRASTRE
               IF MES-ARRASTRE = 12
                   ADD 1 TO ANIO-ARRASTRE
                   MOVE 1 TO MES-ARRASTRE
               ELSE
                   ADD 1 TO MES-ARRASTRE
               END-IF
               COMPUTE FECHA-DESDE-CONC =
                   ANIO-ARRASTRE * 10000 + MES-ARRASTRE * 100 + 1
           END-IF.
           EXIT.

       LEER-ULTIMA-CONCILIACION.
           MOVE 0 TO ULTIMO-PERIODO-CONC
           OPEN INPUT ARCH-CONCBCO
           IF FS-CONCBCO = "00" OR FS-CONCBCO = "05"
               READ ARCH-CONCBCO
               PERFORM UNTIL FS-CONCBCO = "10"
                   IF CBC-PERIODO > ULTIMO-PERIODO-CONC
                       MOVE CBC-PERIODO TO ULTIMO-PERIODO-CONC
                   END-IF
                   READ ARCH-CONCBCO
               END-PERFORM
               CLOSE ARCH-CONCBCO
           END-IF.
           EXIT.

       PROCESAR-CONCILIACION-BCO.
           MOVE SPACES TO NOMBRE-EXTBANCO
           STRING "BANCO"      DELIMITED SIZE
                  PERIODO-CONC DELIMITED SIZE
                  ".DAT"       DELIMITED SIZE
                  INTO NOMBRE-EXTBANCO
           DISPLAY ETQ-ARCHIVO-LABEL LINE 05 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY NOMBRE-EXTBANCO LINE 05 COL 10
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           OPEN INPUT ARCH-EXTBANCO
           IF FS-EXTBANCO NOT = "00" AND FS-EXTBANCO NOT = "05"
               DISPLAY ETQ-MSG-EXTRACTO-NO-EXISTE
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               PERFORM CARGAR-EXTRACTO-BANCO
               CLOSE ARCH-EXTBANCO
               IF NOT SALDO-EXTRACTO-LEIDO
                   DISPLAY ETQ-MSG-EXTRACTO-SIN-SALDO
                           LINE 06 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               ELSE
                   PERFORM CARGAR-PARTIDAS-LIBROS
                   IF CONC-TRUNCADA
                       PERFORM AVISAR-TABLA-TRUNCADA
                   ELSE
                       PERFORM CALCULAR-SALDO-LIBROS-BCO
                       PERFORM CRUZAR-PARTIDAS-BCO
                       PERFORM CALCULAR-PRUEBA-CONC
                       PERFORM IMPRIMIR-CONCILIACION-BCO
                       MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
                       PERFORM PAGINAR-VISOR-SPOOL
                       PERFORM MOSTRAR-TITULO-CONC-BCO
                       DISPLAY ETQ-MSG-CONFIRMA-CONC
                               LINE 06 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       MOVE SPACE TO OPCION-CAPTURA
                       ACCEPT CAMPO-TECLA
                       IF FUNCTION UPPER-CASE(OPCION-CAPTURA) = "S"
                           PERFORM GRABAR-CONCILIACION-BCO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

       CARGAR-EXTRACTO-BANCO.
           MOVE 0 TO TOTAL-EXTRACTO
           MOVE "N" TO SW-CONC-TRUNC
           MOVE "N" TO SW-SALDO-EXTRACTO
           MOVE ZERO TO SALDO-EXTRACTO-CONC
           READ ARCH-EXTBANCO
           PERFORM UNTIL FS-EXTBANCO = "10"
               EVALUATE TRUE
                   WHEN EXB-ES-SALDO
                       MOVE EXB-VALOR TO SALDO-EXTRACTO-CONC
                       MOVE "S" TO SW-SALDO-EXTRACTO
                   WHEN EXB-ES-ABONO
                   WHEN EXB-ES-CARGO
                       IF TOTAL-EXTRACTO < 500
                           ADD 1 TO TOTAL-EXTRACTO
                           MOVE EXB-FECHA TO TEX-FECHA (TOTAL-EXTRACTO)
                           IF EXB-ES-ABONO
                               MOVE "E" TO TEX-NAT (TOTAL-EXTRACTO)
                           ELSE
                               MOVE "S" TO TEX-NAT (TOTAL-EXTRACTO)
                           END-IF
                           MOVE EXB-VALOR TO TEX-VALOR (TOTAL-EXTRACTO)
                           MOVE EXB-REFERENCIA
                               TO TEX-REFERENCIA (TOTAL-EXTRACTO)
                           MOVE EXB-DESCRIPCION
                               TO TEX-DETALLE (TOTAL-EXTRACTO)
                           MOVE 0 TO TEX-PAREJA (TOTAL-EXTRACTO)
                           MOVE "N" TO TEX-ARRASTRE (TOTAL-EXTRACTO)
                       ELSE
                           MOVE "S" TO SW-CONC-TRUNC
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ARCH-EXTBANCO
           END-PERFORM.
           EXIT.

      *> Partidas en libros: las que quedaron pendientes en la ultima
      *> conciliacion grabada, los recaudos y pagos del rango y los
      *> comprobantes contables que movieron la cuenta de bancos. Las
      *> partidas del banco que quedaron sin pareja en esa conciliacion
      *> vuelven al extracto marcadas como arrastre.
       CARGAR-PARTIDAS-LIBROS.
           MOVE 0 TO TOTAL-LIBROS-BCO
           IF ULTIMO-PERIODO-CONC > 0
               OPEN INPUT ARCH-CONCDET
               IF FS-CONCDET = "00" OR FS-CONCDET = "05"
                   READ ARCH-CONCDET
                   PERFORM UNTIL FS-CONCDET = "10"
                       IF CBD-PERIODO = ULTIMO-PERIODO-CONC
                          AND CBD-SOLO-LIBROS
                           MOVE CBD-FECHA-LIBROS TO PC-FECHA
                           MOVE CBD-NAT          TO PC-NAT
                           MOVE CBD-VALOR        TO PC-VALOR
                           MOVE CBD-REFERENCIA   TO PC-REFERENCIA
                           MOVE CBD-DETALLE      TO PC-DETALLE
                           PERFORM AGREGAR-PARTIDA-LIBROS
                       END-IF
                       IF CBD-PERIODO = ULTIMO-PERIODO-CONC
                          AND CBD-SOLO-BANCO
                           PERFORM AGREGAR-ARRASTRE-BANCO
                       END-IF
                       READ ARCH-CONCDET
                   END-PERFORM
                   CLOSE ARCH-CONCDET
               END-IF
           END-IF
           OPEN INPUT ARCH-RECAUDOS
           IF FS-RECAUDOS = "00" OR FS-RECAUDOS = "05"
               READ ARCH-RECAUDOS
               PERFORM UNTIL FS-RECAUDOS = "10"
                   IF REC-FECHA NOT < FECHA-DESDE-CONC
                      AND REC-FECHA NOT > FECHA-HASTA-CONC
                       MOVE REC-FECHA    TO PC-FECHA
                       MOVE REC-VALOR    TO PC-VALOR
                       MOVE REC-TERCERO  TO PC-REFERENCIA
                       IF REC-ES-PAGO
                           MOVE "S" TO PC-NAT
                           MOVE ETQ-CONC-PAGO TO PC-DETALLE
                       ELSE
                           MOVE "E" TO PC-NAT
                           MOVE ETQ-CONC-RECAUDO TO PC-DETALLE
                       END-IF
                       PERFORM AGREGAR-PARTIDA-LIBROS
                   END-IF
                   READ ARCH-RECAUDOS
               END-PERFORM
               CLOSE ARCH-RECAUDOS
           END-IF
           OPEN INPUT ARCH-MOVGL
           IF FS-MOVGL = "00" OR FS-MOVGL = "05"
               READ ARCH-MOVGL
               PERFORM UNTIL FS-MOVGL = "10"
                   IF MGL-CUENTA = CUENTA-BANCO-CONC
                      AND MGL-COMPROBANTE NOT = SPACES
                      AND MGL-FECHA NOT < FECHA-DESDE-CONC
                      AND MGL-FECHA NOT > FECHA-HASTA-CONC
                       MOVE MGL-FECHA       TO PC-FECHA
                       MOVE MGL-VALOR       TO PC-VALOR
                       MOVE MGL-COMPROBANTE TO PC-REFERENCIA
                       MOVE ETQ-CONC-COMPROB TO PC-DETALLE
                       IF MGL-ES-DEBITO
                           MOVE "E" TO PC-NAT
                       ELSE
                           MOVE "S" TO PC-NAT
                       END-IF
                       PERFORM AGREGAR-PARTIDA-LIBROS
                   END-IF
                   READ ARCH-MOVGL
               END-PERFORM
               CLOSE ARCH-MOVGL
           END-IF.
           EXIT.

       AGREGAR-ARRASTRE-BANCO.
           IF TOTAL-EXTRACTO < 500
               ADD 1 TO TOTAL-EXTRACTO
               MOVE CBD-FECHA-BANCO TO TEX-FECHA (TOTAL-EXTRACTO)
               MOVE CBD-NAT         TO TEX-NAT (TOTAL-EXTRACTO)
               MOVE CBD-VALOR       TO TEX-VALOR (TOTAL-EXTRACTO)
               MOVE CBD-REFERENCIA  TO TEX-REFERENCIA (TOTAL-EXTRACTO)
               MOVE CBD-DETALLE     TO TEX-DETALLE (TOTAL-EXTRACTO)
               MOVE 0               TO TEX-PAREJA (TOTAL-EXTRACTO)
               MOVE "S"             TO TEX-ARRASTRE (TOTAL-EXTRACTO)
           ELSE
               MOVE "S" TO SW-CONC-TRUNC
           END-IF.
           EXIT.

       AGREGAR-PARTIDA-LIBROS.
           IF TOTAL-LIBROS-BCO < 500
               ADD 1 TO TOTAL-LIBROS-BCO
               MOVE PC-FECHA      TO TLB-FECHA (TOTAL-LIBROS-BCO)
               MOVE PC-NAT        TO TLB-NAT (TOTAL-LIBROS-BCO)
               MOVE PC-VALOR      TO TLB-VALOR (TOTAL-LIBROS-BCO)
               MOVE PC-REFERENCIA TO TLB-REFERENCIA (TOTAL-LIBROS-BCO)
               MOVE PC-DETALLE    TO TLB-DETALLE (TOTAL-LIBROS-BCO)
               MOVE 0             TO TLB-PAREJA (TOTAL-LIBROS-BCO)
           ELSE
               MOVE "S" TO SW-CONC-TRUNC
           END-IF.
           EXIT.

      *> Saldo en libros al cierre del mes: saldo actual del mayor
      *> menos los movimientos de la cuenta posteriores al mes.
       CALCULAR-SALDO-LIBROS-BCO.
           MOVE ZERO TO SALDO-LIBROS-CONC
           OPEN INPUT ARCH-GLCTAS
           IF FS-GLCTAS = "00" OR FS-GLCTAS = "05"
               READ ARCH-GLCTAS
               PERFORM UNTIL FS-GLCTAS = "10"
                   IF GL-CUENTA = CUENTA-BANCO-CONC
                       MOVE GL-SALDO TO SALDO-LIBROS-CONC
                   END-IF
                   READ ARCH-GLCTAS
               END-PERFORM
               CLOSE ARCH-GLCTAS
           END-IF
           OPEN INPUT ARCH-MOVGL
           IF FS-MOVGL = "00" OR FS-MOVGL = "05"
               READ ARCH-MOVGL
               PERFORM UNTIL FS-MOVGL = "10"
                   IF MGL-CUENTA = CUENTA-BANCO-CONC
                      AND MGL-FECHA > FECHA-HASTA-CONC
                       IF MGL-ES-DEBITO
                           SUBTRACT MGL-VALOR FROM SALDO-LIBROS-CONC
                       ELSE
                           ADD MGL-VALOR TO SALDO-LIBROS-CONC
                       END-IF
                   END-IF
                   READ ARCH-MOVGL
               END-PERFORM
               CLOSE ARCH-MOVGL
           END-IF.
           EXIT.

      *> Cada renglon del extracto se cruza con la partida en libros
      *> de igual naturaleza y valor cuya fecha sea la misma o la mas
      *> cercana anterior, hasta DIAS-MAX-CONC dias. Las partidas de
      *> arrastre ya estaban en el banco antes de registrarse en
      *> libros: se cruzan primero y buscan la fecha en libros igual o
      *> posterior, dentro del mismo plazo.
       CRUZAR-PARTIDAS-BCO.
           PERFORM VARYING IDX-EXB FROM 1 BY 1
                   UNTIL IDX-EXB > TOTAL-EXTRACTO
               IF TEX-ES-ARRASTRE (IDX-EXB)
                   PERFORM BUSCAR-PAREJA-LIBROS
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-EXB FROM 1 BY 1
                   UNTIL IDX-EXB > TOTAL-EXTRACTO
               IF NOT TEX-ES-ARRASTRE (IDX-EXB)
                   PERFORM BUSCAR-PAREJA-LIBROS
               END-IF
           END-PERFORM.
           EXIT.

       BUSCAR-PAREJA-LIBROS.
           MOVE 0 TO MEJOR-LBC
           MOVE 999 TO MEJOR-DIAS-CONC
           COMPUTE JUL-BANCO-CONC =
               FUNCTION INTEGER-OF-DATE(TEX-FECHA (IDX-EXB))
           PERFORM VARYING IDX-LBC FROM 1 BY 1
                   UNTIL IDX-LBC > TOTAL-LIBROS-BCO
               IF TLB-PAREJA (IDX-LBC) = 0
                  AND TLB-NAT (IDX-LBC) = TEX-NAT (IDX-EXB)
                  AND TLB-VALOR (IDX-LBC) = TEX-VALOR (IDX-EXB)
                   IF TEX-ES-ARRASTRE (IDX-EXB)
                       COMPUTE DIAS-DIF-CONC =
                           FUNCTION INTEGER-OF-DATE(TLB-FECHA (IDX-LBC))
                           - JUL-BANCO-CONC
                   ELSE
                       COMPUTE DIAS-DIF-CONC = JUL-BANCO-CONC -
                           FUNCTION INTEGER-OF-DATE(TLB-FECHA (IDX-LBC))
                   END-IF
                   IF DIAS-DIF-CONC NOT < 0
                      AND DIAS-DIF-CONC NOT > DIAS-MAX-CONC
                      AND DIAS-DIF-CONC < MEJOR-DIAS-CONC
                       MOVE DIAS-DIF-CONC TO MEJOR-DIAS-CONC
                       SET MEJOR-LBC TO IDX-LBC
                   END-IF
               END-IF
           END-PERFORM
           IF MEJOR-LBC > 0
               MOVE MEJOR-LBC TO TEX-PAREJA (IDX-EXB)
               SET TLB-PAREJA (MEJOR-LBC) TO IDX-EXB
           END-IF.
           EXIT.

       CALCULAR-PRUEBA-CONC.
           MOVE 0 TO CONT-CONCILIADAS
           MOVE 0 TO CONT-PEND-LIBROS
           MOVE 0 TO CONT-PEND-BANCO
           MOVE ZERO TO TRANSITO-CONC
           MOVE ZERO TO PAGOS-PEND-CONC
           MOVE ZERO TO ABONOS-PEND-CONC
           MOVE ZERO TO CARGOS-PEND-CONC
           PERFORM VARYING IDX-LBC FROM 1 BY 1
                   UNTIL IDX-LBC > TOTAL-LIBROS-BCO
               IF TLB-PAREJA (IDX-LBC) = 0
                   ADD 1 TO CONT-PEND-LIBROS
                   IF TLB-NAT (IDX-LBC) = "E"
                       ADD TLB-VALOR (IDX-LBC) TO TRANSITO-CONC
                   ELSE
                       ADD TLB-VALOR (IDX-LBC) TO PAGOS-PEND-CONC
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-EXB FROM 1 BY 1
                   UNTIL IDX-EXB > TOTAL-EXTRACTO
               IF TEX-PAREJA (IDX-EXB) = 0
                   ADD 1 TO CONT-PEND-BANCO
                   IF TEX-NAT (IDX-EXB) = "E"
                       ADD TEX-VALOR (IDX-EXB) TO ABONOS-PEND-CONC
                   ELSE
                       ADD TEX-VALOR (IDX-EXB) TO CARGOS-PEND-CONC
                   END-IF
               ELSE
                   ADD 1 TO CONT-CONCILIADAS
               END-IF
           END-PERFORM
           COMPUTE BANCO-AJUST-CONC = SALDO-EXTRACTO-CONC
               + TRANSITO-CONC - PAGOS-PEND-CONC
           COMPUTE LIBROS-AJUST-CONC = SALDO-LIBROS-CONC
               + ABONOS-PEND-CONC - CARGOS-PEND-CONC
           COMPUTE DIFERENCIA-CONC =
               BANCO-AJUST-CONC - LIBROS-AJUST-CONC.
           EXIT.

       IMPRIMIR-CONCILIACION-BCO.
           MOVE "CONCBANCO" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPCBCO
           OPEN OUTPUT ARCH-REPCBCO
           IF FS-REPCBCO NOT = "00" AND FS-REPCBCO NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-CONC-BANCO TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CUENTA-LABEL   DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      CUENTA-BANCO-CONC  DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      ETQ-PERIODO-LABEL  DELIMITED BY SIZE
                      PERIODO-CONC       DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      ETQ-ARCHIVO-LABEL  DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      NOMBRE-EXTBANCO    DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-CONC-SECC-CONCILIADAS TO TITULO-SECC-CONC
               PERFORM ESCRIBIR-ENCAB-SECC-CONC
               PERFORM VARYING IDX-EXB FROM 1 BY 1
                       UNTIL IDX-EXB > TOTAL-EXTRACTO
                   IF TEX-PAREJA (IDX-EXB) > 0
                       MOVE TEX-PAREJA (IDX-EXB) TO POS-CONC
                       MOVE TLB-FECHA (POS-CONC) TO PC-FECHA
                       PERFORM ESCRIBIR-RENGLON-BANCO
                   END-IF
               END-PERFORM
               PERFORM ESCRIBIR-TOTAL-SECC-CONC
               MOVE ETQ-CONC-SECC-LIBROS TO TITULO-SECC-CONC
               PERFORM ESCRIBIR-ENCAB-SECC-CONC
               PERFORM VARYING IDX-LBC FROM 1 BY 1
                       UNTIL IDX-LBC > TOTAL-LIBROS-BCO
                   IF TLB-PAREJA (IDX-LBC) = 0
                       MOVE SPACES TO LINEA-CONC-BCO
                       MOVE TLB-FECHA (IDX-LBC)      TO LCB-FECHA-LIB
                       MOVE TLB-REFERENCIA (IDX-LBC) TO LCB-REFERENCIA
                       MOVE TLB-DETALLE (IDX-LBC)    TO LCB-DETALLE
                       MOVE TLB-VALOR (IDX-LBC)      TO LCB-VALOR
                       IF TLB-NAT (IDX-LBC) = "E"
                           MOVE ETQ-CONC-ENTRADA TO LCB-NAT
                       ELSE
                           MOVE ETQ-CONC-SALIDA TO LCB-NAT
                       END-IF
                       MOVE LINEA-CONC-BCO TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
                       ADD TLB-VALOR (IDX-LBC) TO TOTAL-SECC-CONC
                   END-IF
               END-PERFORM
               PERFORM ESCRIBIR-TOTAL-SECC-CONC
               MOVE ETQ-CONC-SECC-BANCO TO TITULO-SECC-CONC
               PERFORM ESCRIBIR-ENCAB-SECC-CONC
               PERFORM VARYING IDX-EXB FROM 1 BY 1
                       UNTIL IDX-EXB > TOTAL-EXTRACTO
                   IF TEX-PAREJA (IDX-EXB) = 0
                       MOVE ZERO TO PC-FECHA
                       PERFORM ESCRIBIR-RENGLON-BANCO
                   END-IF
               END-PERFORM
               PERFORM ESCRIBIR-TOTAL-SECC-CONC
               PERFORM ESCRIBIR-PRUEBA-CONC
               CLOSE ARCH-REPCBCO
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

       ESCRIBIR-ENCAB-SECC-CONC.
           MOVE 0 TO TOTAL-SECC-CONC
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
           MOVE TITULO-SECC-CONC TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
           MOVE ETQ-COLHDR-CONC-BCO TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO.
           EXIT.

      *> PC-FECHA lleva la fecha en libros de la partida cruzada, o
      *> cero cuando el renglon del banco no tiene pareja.
       ESCRIBIR-RENGLON-BANCO.
           MOVE SPACES TO LINEA-CONC-BCO
           IF PC-FECHA > 0
               MOVE PC-FECHA TO LCB-FECHA-LIB
           END-IF
           MOVE TEX-FECHA (IDX-EXB)      TO LCB-FECHA-BCO
           MOVE TEX-REFERENCIA (IDX-EXB) TO LCB-REFERENCIA
           MOVE TEX-DETALLE (IDX-EXB)    TO LCB-DETALLE
           MOVE TEX-VALOR (IDX-EXB)      TO LCB-VALOR
           IF TEX-NAT (IDX-EXB) = "E"
               MOVE ETQ-CONC-ENTRADA TO LCB-NAT
           ELSE
               MOVE ETQ-CONC-SALIDA TO LCB-NAT
           END-IF
           MOVE LINEA-CONC-BCO TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
           ADD TEX-VALOR (IDX-EXB) TO TOTAL-SECC-CONC.
           EXIT.

       ESCRIBIR-TOTAL-SECC-CONC.
           MOVE SPACES TO LINEA-CONC-BCO
           MOVE ETQ-CONC-TOTAL-SECC TO LCB-DETALLE
           MOVE TOTAL-SECC-CONC     TO LCB-VALOR
           MOVE LINEA-CONC-BCO TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO.
           EXIT.

       ESCRIBIR-PRUEBA-CONC.
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
           MOVE ETQ-CONC-SALDO-EXTRACTO TO LRC-ETIQUETA
           MOVE SALDO-EXTRACTO-CONC     TO LRC-VALOR
           PERFORM ESCRIBIR-RESUMEN-CONC
           MOVE ETQ-CONC-MAS-TRANSITO   TO LRC-ETIQUETA
           MOVE TRANSITO-CONC           TO LRC-VALOR
           PERFORM ESCRIBIR-RESUMEN-CONC
           MOVE ETQ-CONC-MENOS-PAGOS    TO LRC-ETIQUETA
           MOVE PAGOS-PEND-CONC         TO LRC-VALOR
           PERFORM ESCRIBIR-RESUMEN-CONC
           MOVE ETQ-CONC-BANCO-AJUST    TO LRC-ETIQUETA
           MOVE BANCO-AJUST-CONC        TO LRC-VALOR
           PERFORM ESCRIBIR-RESUMEN-CONC
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
           MOVE ETQ-CONC-SALDO-LIBROS   TO LRC-ETIQUETA
           MOVE SALDO-LIBROS-CONC       TO LRC-VALOR
           PERFORM ESCRIBIR-RESUMEN-CONC
           MOVE ETQ-CONC-MAS-ABONOS     TO LRC-ETIQUETA
           MOVE ABONOS-PEND-CONC        TO LRC-VALOR
           PERFORM ESCRIBIR-RESUMEN-CONC
           MOVE ETQ-CONC-MENOS-CARGOS   TO LRC-ETIQUETA
           MOVE CARGOS-PEND-CONC        TO LRC-VALOR
           PERFORM ESCRIBIR-RESUMEN-CONC
           MOVE ETQ-CONC-LIBROS-AJUST   TO LRC-ETIQUETA
           MOVE LIBROS-AJUST-CONC       TO LRC-VALOR
           PERFORM ESCRIBIR-RESUMEN-CONC
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
           IF DIFERENCIA-CONC = 0
               MOVE ETQ-CONC-CUADRA TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO
           ELSE
               MOVE ETQ-CONC-DESCUADRA TO LRC-ETIQUETA
               MOVE DIFERENCIA-CONC    TO LRC-VALOR
               PERFORM ESCRIBIR-RESUMEN-CONC
           END-IF.
           EXIT.

       ESCRIBIR-RESUMEN-CONC.
           MOVE LINEA-RESUMEN-CONC TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCBCO FROM LINEA-REPORTE-IMPRESO.
           EXIT.

      *> Se graban primero las partidas y al final el registro del
      *> mes, que es el que deja el mes conciliado y cerrado.
       GRABAR-CONCILIACION-BCO.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN EXTEND ARCH-CONCDET
           IF FS-CONCDET = "35"
               OPEN OUTPUT ARCH-CONCDET
           END-IF
           IF FS-CONCDET NOT = "00" AND FS-CONCDET NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               MOVE PERIODO-CONC TO CBD-PERIODO
               PERFORM VARYING IDX-EXB FROM 1 BY 1
                       UNTIL IDX-EXB > TOTAL-EXTRACTO
                          OR FS-CONCDET NOT = "00"
                   MOVE TEX-FECHA (IDX-EXB)      TO CBD-FECHA-BANCO
                   MOVE TEX-NAT (IDX-EXB)        TO CBD-NAT
                   MOVE TEX-VALOR (IDX-EXB)      TO CBD-VALOR
                   MOVE TEX-REFERENCIA (IDX-EXB) TO CBD-REFERENCIA
                   MOVE TEX-DETALLE (IDX-EXB)    TO CBD-DETALLE
                   IF TEX-PAREJA (IDX-EXB) > 0
                       MOVE "M" TO CBD-CLASE
                       MOVE TEX-PAREJA (IDX-EXB) TO POS-CONC
                       MOVE TLB-FECHA (POS-CONC) TO CBD-FECHA-LIBROS
                   ELSE
                       MOVE "B" TO CBD-CLASE
                       MOVE ZERO TO CBD-FECHA-LIBROS
                   END-IF
                   WRITE REG-CONCDET
               END-PERFORM
               PERFORM VARYING IDX-LBC FROM 1 BY 1
                       UNTIL IDX-LBC > TOTAL-LIBROS-BCO
                          OR FS-CONCDET NOT = "00"
                   IF TLB-PAREJA (IDX-LBC) = 0
                       MOVE "L" TO CBD-CLASE
                       MOVE TLB-FECHA (IDX-LBC)      TO CBD-FECHA-LIBROS
                       MOVE ZERO                     TO CBD-FECHA-BANCO
                       MOVE TLB-NAT (IDX-LBC)        TO CBD-NAT
                       MOVE TLB-VALOR (IDX-LBC)      TO CBD-VALOR
                       MOVE TLB-REFERENCIA (IDX-LBC) TO CBD-REFERENCIA
                       MOVE TLB-DETALLE (IDX-LBC)    TO CBD-DETALLE
                       WRITE REG-CONCDET
                   END-IF
               END-PERFORM
               IF FS-CONCDET NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-CONCDET
           END-IF
           IF REESCRITURA-OK
               OPEN EXTEND ARCH-CONCBCO
               IF FS-CONCBCO = "35"
                   OPEN OUTPUT ARCH-CONCBCO
               END-IF
               IF FS-CONCBCO NOT = "00" AND FS-CONCBCO NOT = "05"
                   MOVE "N" TO SW-REESCRITURA-OK
               ELSE
                   MOVE PERIODO-CONC        TO CBC-PERIODO
                   MOVE CUENTA-BANCO-CONC   TO CBC-CUENTA
                   MOVE FECHA-NEGOCIO       TO CBC-FECHA
                   MOVE OPERADOR-ACTUAL     TO CBC-OPERADOR
                   MOVE SALDO-EXTRACTO-CONC TO CBC-SALDO-BANCO
                   MOVE SALDO-LIBROS-CONC   TO CBC-SALDO-LIBROS
                   MOVE DIFERENCIA-CONC     TO CBC-DIFERENCIA
                   MOVE CONT-CONCILIADAS    TO CBC-CONCILIADAS
                   MOVE CONT-PEND-LIBROS    TO CBC-PEND-LIBROS
                   MOVE CONT-PEND-BANCO     TO CBC-PEND-BANCO
                   WRITE REG-CONCBCO
                   IF FS-CONCBCO NOT = "00"
                       MOVE "N" TO SW-REESCRITURA-OK
                   END-IF
                   CLOSE ARCH-CONCBCO
               END-IF
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "CONCBCO" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           ELSE
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "CONCILIACION BANCARIA GRABADA PERIODO "
                                   DELIMITED SIZE
                      PERIODO-CONC DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               DISPLAY ETQ-MSG-CONC-GRABADA
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           END-IF.
           EXIT.

      *> Toma fisica: congela STOCK, imprime hojas de conteo por
      *> categoria, captura conteos (segundo conteo cuando la
      *> diferencia pasa la tolerancia), valoriza las diferencias y,
      *> con aprobacion del supervisor, las postea como ajustes "T".
       TOMA-FISICA-INVENTARIO.
           MOVE "EJECUTO TOMA FISICA DE INVENTARIO (COMERCIAL)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           MOVE SPACE TO OPCION-VENTANA-TOMA
           PERFORM UNTIL FUNCTION UPPER-CASE(OPCION-VENTANA-TOMA) = "S"
               PERFORM LISTAR-ESTADO-TOMA
               MOVE SPACE TO OPCION-CAPTURA
               ACCEPT CAMPO-TECLA
               MOVE OPCION-CAPTURA TO OPCION-VENTANA-TOMA
               EVALUATE FUNCTION UPPER-CASE(OPCION-VENTANA-TOMA)
                   WHEN "A"
                       PERFORM ABRIR-TOMA-FISICA
                   WHEN "C"
                   WHEN "D"
                   WHEN "P"
                       IF NOT TOMA-EN-CURSO
                           DISPLAY ETQ-MSG-TOMA-NO-ABIERTA
                                   LINE 21 COL 01 BACKGROUND-COLOR 1
                                                  FOREGROUND-COLOR 7
                           ACCEPT CAMPO-TECLA
                       ELSE
                           EVALUATE FUNCTION
                                   UPPER-CASE(OPCION-VENTANA-TOMA)
                               WHEN "C"
                                   PERFORM CAPTURA-CONTEO-TOMA
                               WHEN "D"
                                   PERFORM REPORTE-DIFERENCIAS-TOMA
                               WHEN "P"
                                   PERFORM APROBAR-TOMA-FISICA
                           END-EVALUATE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       LISTAR-ESTADO-TOMA.
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-TOMA LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           PERFORM LEER-CONTROL-TOMA
           DISPLAY ETQ-TOMA-ESTADO LINE 05 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           IF NOT TOMA-EN-CURSO
               DISPLAY ETQ-TOMA-SIN-ABRIR LINE 05 COL 15
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           ELSE
               PERFORM CONTAR-RENGLONES-TOMA
               DISPLAY ETQ-TOMA-ABIERTA LINE 05 COL 15
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY TC-FECHA LINE 05 COL 35
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY TC-HORA LINE 05 COL 44
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY TC-OPERADOR LINE 05 COL 51
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY ETQ-TOMA-SKUS LINE 07 COL 01
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE TOTAL-TOMA TO CONT-TOMA-ED
               DISPLAY CONT-TOMA-ED LINE 07 COL 07
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY ETQ-TOMA-CONTADOS LINE 07 COL 14
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE CONT-CONTADOS-TOMA TO CONT-TOMA-ED
               DISPLAY CONT-TOMA-ED LINE 07 COL 24
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY ETQ-TOMA-RECONTEO LINE 07 COL 31
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE CONT-RECONTEO-TOMA TO CONT-TOMA-ED
               DISPLAY CONT-TOMA-ED LINE 07 COL 41
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY ETQ-TOMA-PENDIENTES LINE 07 COL 48
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE CONT-PENDIENTE-TOMA TO CONT-TOMA-ED
               DISPLAY CONT-TOMA-ED LINE 07 COL 60
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY ETQ-TOLERANCIA-PROMPT LINE 08 COL 01
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY TC-TOLERANCIA LINE 08 COL 18
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           END-IF
           DISPLAY ETQ-MENU-TOMA LINE 17 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

       LEER-CONTROL-TOMA.
           MOVE "N" TO SW-TOMA-EN-CURSO
           MOVE SPACE TO TC-ESTADO
           OPEN INPUT ARCH-TOMACTL
           IF FS-TOMACTL = "00" OR FS-TOMACTL = "05"
               READ ARCH-TOMACTL
               CLOSE ARCH-TOMACTL
           END-IF
           IF TC-ABIERTA
               MOVE "S" TO SW-TOMA-EN-CURSO
           END-IF.
           EXIT.

       GRABAR-CONTROL-TOMA.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN OUTPUT ARCH-TOMACTL
           IF FS-TOMACTL NOT = "00" AND FS-TOMACTL NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               WRITE REG-TOMACTL
               IF FS-TOMACTL NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-TOMACTL
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "TOMACTL" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       ABRIR-TOMA-FISICA.
           PERFORM LEER-CONTROL-TOMA
           IF TOMA-EN-CURSO
               DISPLAY ETQ-MSG-TOMA-YA-ABIERTA
                       LINE 21 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               MOVE 5 TO TOLERANCIA-TOMA
               DISPLAY PANTALLA-TOMA-TOLERANCIA
               ACCEPT PANTALLA-TOMA-TOLERANCIA
               DISPLAY ETQ-MSG-CONFIRMA-TOMA
                       LINE 21 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               MOVE SPACE TO OPCION-CAPTURA
               ACCEPT CAMPO-TECLA
               IF FUNCTION UPPER-CASE(OPCION-CAPTURA) = "S"
                   PERFORM CONGELAR-EXISTENCIAS
                   IF REESCRITURA-OK
                       MOVE "A"             TO TC-ESTADO
                       MOVE FECHA-NEGOCIO   TO TC-FECHA
                       MOVE FUNCTION CURRENT-DATE
                           TO FECHA-HORA-ACTUAL
                       MOVE HHMMSS-ACTUAL   TO TC-HORA
                       MOVE OPERADOR-ACTUAL TO TC-OPERADOR
                       MOVE TOLERANCIA-TOMA TO TC-TOLERANCIA
                       MOVE VENTAS-LEIDAS-TOMA
                           TO TC-VENTAS-PREVIAS
                       MOVE SPACES          TO TC-APROBADOR
                       MOVE ZERO            TO TC-FECHA-APROB
                       MOVE ZERO            TO TC-AJUSTES
                       PERFORM GRABAR-CONTROL-TOMA
                   END-IF
                   IF REESCRITURA-OK
                       MOVE TOTAL-TOMA TO CONT-TOMA-ED
                       MOVE SPACES TO BIT-DESCRIPCION
                       STRING "ABRIO TOMA FISICA - SKUS CONGELADOS:"
                                              DELIMITED SIZE
                              CONT-TOMA-ED    DELIMITED SIZE
                              INTO BIT-DESCRIPCION
                       PERFORM REGISTRAR-BITACORA
                       DISPLAY ETQ-MSG-TOMA-CONGELADA
                               LINE 21 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       DISPLAY CONT-TOMA-ED
                               LINE 21 COL 32 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                       PERFORM IMPRIMIR-HOJAS-CONTEO
                       MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
                       PERFORM PAGINAR-VISOR-SPOOL
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *> TOMAFIS se graba ordenado por categoria y SKU, que es el
      *> orden de las hojas de conteo y del reporte de diferencias. Se
      *> guarda cuantas ventas habia al congelar, para descontar
      *> despues solo las registradas con la toma abierta.
       CONGELAR-EXISTENCIAS.
           MOVE 0 TO TOTAL-TOMA
           MOVE "S" TO SW-REESCRITURA-OK
           SORT ARCH-ORDEN ON ASCENDING KEY ORD-CATEG-SKU
               INPUT PROCEDURE IS LEER-STOCK-TOMA
               OUTPUT PROCEDURE IS GRABAR-TOMAFIS-ORDENADO
           IF NOT REESCRITURA-OK
               MOVE "TOMAFIS" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF
           MOVE 0 TO VENTAS-LEIDAS-TOMA
           OPEN INPUT ARCH-VENTAS
           IF FS-VENTAS = "00" OR FS-VENTAS = "05"
               READ ARCH-VENTAS
               PERFORM UNTIL FS-VENTAS = "10"
                   ADD 1 TO VENTAS-LEIDAS-TOMA
                   READ ARCH-VENTAS
               END-PERFORM
               CLOSE ARCH-VENTAS
           END-IF.
           EXIT.

       LEER-STOCK-TOMA.
           OPEN INPUT ARCH-STOCK
           IF FS-STOCK = "00" OR FS-STOCK = "05"
               READ ARCH-STOCK NEXT RECORD
               PERFORM UNTIL FS-STOCK = "10"
                   MOVE STK-SKU TO ARTICULO-BUSCADO
                   PERFORM BUSCAR-ARTICULO
                   IF ARTICULO-HALLADO
                       MOVE ART-CATEGORIA TO TOM-CATEG
                   ELSE
                       MOVE SPACES TO TOM-CATEG
                   END-IF
                   MOVE STK-SKU      TO TOM-SKU
                   MOVE STK-CANTIDAD TO TOM-CONGELADA
                   MOVE ZERO         TO TOM-CONTEO1
                   MOVE ZERO         TO TOM-CONTEO2
                   MOVE "P"          TO TOM-ESTADO
                   MOVE ZERO         TO TOM-ACTUAL
                   MOVE ZERO         TO TOM-PRECIO
                   MOVE ZERO         TO TOM-VENDIDA
                   RELEASE REG-ORDEN-CAT FROM RENGLON-TOMA
                   READ ARCH-STOCK NEXT RECORD
               END-PERFORM
               CLOSE ARCH-STOCK
           END-IF.
           EXIT.

       GRABAR-TOMAFIS-ORDENADO.
           OPEN OUTPUT ARCH-TOMAFIS
           IF FS-TOMAFIS NOT = "00" AND FS-TOMAFIS NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               MOVE "N" TO SW-FIN-ORDEN
               RETURN ARCH-ORDEN INTO RENGLON-TOMA
                   AT END MOVE "S" TO SW-FIN-ORDEN
               END-RETURN
               PERFORM UNTIL FIN-ORDEN OR NOT REESCRITURA-OK
                   PERFORM MOVER-RENGLON-TOMAFIS
                   WRITE REG-TOMAFIS
                   IF FS-TOMAFIS NOT = "00"
                       MOVE "N" TO SW-REESCRITURA-OK
                   ELSE
                       ADD 1 TO TOTAL-TOMA
                   END-IF
                   RETURN ARCH-ORDEN INTO RENGLON-TOMA
                       AT END MOVE "S" TO SW-FIN-ORDEN
                   END-RETURN
               END-PERFORM
               CLOSE ARCH-TOMAFIS
           END-IF.
           EXIT.

       MOVER-RENGLON-TOMAFIS.
           MOVE TOM-SKU       TO TF-SKU
           MOVE TOM-CATEG     TO TF-CATEGORIA
           MOVE TOM-CONGELADA TO TF-CANT-CONGELADA
           MOVE TOM-CONTEO1   TO TF-CONTEO1
           MOVE TOM-CONTEO2   TO TF-CONTEO2
           MOVE TOM-ESTADO    TO TF-ESTADO.
           EXIT.

       MOVER-TOMAFIS-RENGLON.
           MOVE TF-CATEGORIA      TO TOM-CATEG
           MOVE TF-SKU            TO TOM-SKU
           MOVE TF-CANT-CONGELADA TO TOM-CONGELADA
           MOVE TF-CONTEO1        TO TOM-CONTEO1
           MOVE TF-CONTEO2        TO TOM-CONTEO2
           MOVE TF-ESTADO         TO TOM-ESTADO
           MOVE ZERO              TO TOM-ACTUAL
           MOVE ZERO              TO TOM-PRECIO
           MOVE ZERO              TO TOM-VENDIDA.
           EXIT.

       CONTAR-RENGLONES-TOMA.
           MOVE 0 TO TOTAL-TOMA
           MOVE 0 TO CONT-CONTADOS-TOMA
           MOVE 0 TO CONT-RECONTEO-TOMA
           MOVE 0 TO CONT-PENDIENTE-TOMA
           OPEN INPUT ARCH-TOMAFIS
           IF FS-TOMAFIS = "00" OR FS-TOMAFIS = "05"
               READ ARCH-TOMAFIS
               PERFORM UNTIL FS-TOMAFIS = "10"
                   ADD 1 TO TOTAL-TOMA
                   EVALUATE TRUE
                       WHEN TF-PENDIENTE
                           ADD 1 TO CONT-PENDIENTE-TOMA
                       WHEN TF-RECONTEO
                           ADD 1 TO CONT-RECONTEO-TOMA
                       WHEN OTHER
                           ADD 1 TO CONT-CONTADOS-TOMA
                   END-EVALUATE
                   READ ARCH-TOMAFIS
               END-PERFORM
               CLOSE ARCH-TOMAFIS
           END-IF.
           EXIT.

      *> El conteo se graba copiando TOMAFIS al archivo de trabajo con
      *> el renglon del SKU cambiado, y devolviendo la copia a TOMAFIS.
       ACTUALIZAR-RENGLON-TOMA.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN INPUT ARCH-TOMAFIS
           OPEN OUTPUT ARCH-TOMATMP
           IF (FS-TOMAFIS NOT = "00" AND FS-TOMAFIS NOT = "05")
              OR (FS-TOMATMP NOT = "00" AND FS-TOMATMP NOT = "05")
               MOVE "N" TO SW-REESCRITURA-OK
               CLOSE ARCH-TOMAFIS
               CLOSE ARCH-TOMATMP
           ELSE
               READ ARCH-TOMAFIS
               PERFORM UNTIL FS-TOMAFIS = "10"
                          OR NOT REESCRITURA-OK
                   IF TF-SKU = TOM-SKU
                       MOVE TOM-CONTEO1 TO TF-CONTEO1
                       MOVE TOM-CONTEO2 TO TF-CONTEO2
                       MOVE TOM-ESTADO  TO TF-ESTADO
                   END-IF
                   WRITE REG-TOMATMP FROM REG-TOMAFIS
                   IF FS-TOMATMP NOT = "00"
                       MOVE "N" TO SW-REESCRITURA-OK
                   END-IF
                   READ ARCH-TOMAFIS
               END-PERFORM
               CLOSE ARCH-TOMAFIS
               CLOSE ARCH-TOMATMP
           END-IF
           IF REESCRITURA-OK
               OPEN INPUT ARCH-TOMATMP
               OPEN OUTPUT ARCH-TOMAFIS
               IF (FS-TOMATMP NOT = "00" AND FS-TOMATMP NOT = "05")
                  OR (FS-TOMAFIS NOT = "00" AND FS-TOMAFIS NOT = "05")
                   MOVE "N" TO SW-REESCRITURA-OK
               ELSE
                   READ ARCH-TOMATMP
                   PERFORM UNTIL FS-TOMATMP = "10"
                              OR NOT REESCRITURA-OK
                       WRITE REG-TOMAFIS FROM REG-TOMATMP
                       IF FS-TOMAFIS NOT = "00"
                           MOVE "N" TO SW-REESCRITURA-OK
                       END-IF
                       READ ARCH-TOMATMP
                   END-PERFORM
               END-IF
               CLOSE ARCH-TOMATMP
               CLOSE ARCH-TOMAFIS
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "TOMAFIS" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       BUSCAR-SKU-TOMA.
           MOVE "N" TO SW-TOMA-HALLADA
           OPEN INPUT ARCH-TOMAFIS
           IF FS-TOMAFIS = "00" OR FS-TOMAFIS = "05"
               READ ARCH-TOMAFIS
               PERFORM UNTIL FS-TOMAFIS = "10" OR TOMA-HALLADA
                   IF TF-SKU = SKU-BUSCADO
                       MOVE "S" TO SW-TOMA-HALLADA
                       PERFORM MOVER-TOMAFIS-RENGLON
                   ELSE
                       READ ARCH-TOMAFIS
                   END-IF
               END-PERFORM
               CLOSE ARCH-TOMAFIS
           END-IF.
           EXIT.

       IMPRIMIR-HOJAS-CONTEO.
           MOVE "HOJACONTEO" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPTOMA
           OPEN OUTPUT ARCH-REPTOMA
           IF FS-REPTOMA NOT = "00" AND FS-REPTOMA NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-HOJA-CONTEO TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CONGELADA-LABEL DELIMITED BY SIZE
                      TC-FECHA            DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      TC-HORA             DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
               MOVE 0 TO CONT-RENGLONES-TOMA
               OPEN INPUT ARCH-TOMAFIS
               IF FS-TOMAFIS = "00" OR FS-TOMAFIS = "05"
                   READ ARCH-TOMAFIS
               END-IF
               PERFORM UNTIL FS-TOMAFIS NOT = "00"
                   PERFORM MOVER-TOMAFIS-RENGLON
                   ADD 1 TO CONT-RENGLONES-TOMA
                   IF CONT-RENGLONES-TOMA = 1
                      OR TOM-CATEG NOT = CATEG-ANTERIOR-TOMA
                       MOVE TOM-CATEG TO CATEG-ANTERIOR-TOMA
                       MOVE SPACES TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
                       STRING ETQ-CATEGORIA-LABEL DELIMITED BY SIZE
                              CATEG-ANTERIOR-TOMA DELIMITED BY SIZE
                              INTO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
                       MOVE ETQ-COLHDR-HOJA TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
                   END-IF
                   MOVE TOM-SKU TO LHC-SKU
                   MOVE TOM-SKU TO ARTICULO-BUSCADO
                   PERFORM OBTENER-DESC-ARTICULO
                   MOVE DESC-ARTICULO-REF TO LHC-DESC
                   IF ARTICULO-HALLADO
                       MOVE ART-UNIDAD TO LHC-UNIDAD
                   ELSE
                       MOVE SPACES TO LHC-UNIDAD
                   END-IF
                   MOVE LINEA-HOJA-CONTEO TO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
                   READ ARCH-TOMAFIS
               END-PERFORM
               CLOSE ARCH-TOMAFIS
               CLOSE ARCH-REPTOMA
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

       CAPTURA-CONTEO-TOMA.
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-TOMA LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE "N" TO SW-CONTEO-FIN
           PERFORM UNTIL CONTEO-TERMINADO
               MOVE SPACE TO SKU-CONTEO
               MOVE ZERO TO CANT-CONTEO
               DISPLAY PANTALLA-TOMA-CONTEO
               ACCEPT PANTALLA-TOMA-CONTEO
               IF SKU-CONTEO = SPACE
                   MOVE "S" TO SW-CONTEO-FIN
               ELSE
                   PERFORM REGISTRAR-CONTEO-SKU
               END-IF
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

      *> Primer conteo fuera de tolerancia contra la cantidad esperada
      *> (o con esperada en cero y diferencia) deja el SKU en
      *> reconteo; el segundo conteo es el definitivo.
       REGISTRAR-CONTEO-SKU.
           MOVE SKU-CONTEO TO SKU-BUSCADO
           PERFORM BUSCAR-SKU-TOMA
           EVALUATE TRUE
               WHEN NOT TOMA-HALLADA
                   DISPLAY ETQ-MSG-SKU-NO-EN-TOMA
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
               WHEN TOM-ESTADO = "C"
                 OR TOM-ESTADO = "2"
                   DISPLAY ETQ-MSG-SKU-YA-CONTADO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
               WHEN TOM-ESTADO = "R"
                   MOVE CANT-CONTEO TO TOM-CONTEO2
                   MOVE "2" TO TOM-ESTADO
                   PERFORM ACTUALIZAR-RENGLON-TOMA
                   DISPLAY ETQ-MSG-CONTEO-GRABADO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
               WHEN OTHER
                   PERFORM CALCULAR-ESPERADA-SKU
                   MOVE CANT-CONTEO TO TOM-CONTEO1
                   COMPUTE DIFERENCIA-TOMA = CANT-CONTEO - ESPERADA-TOMA
                   IF DIFERENCIA-TOMA < 0
                       COMPUTE DIF-ABS-TOMA = ZERO - DIFERENCIA-TOMA
                   ELSE
                       MOVE DIFERENCIA-TOMA TO DIF-ABS-TOMA
                   END-IF
                   IF ESPERADA-TOMA > 0
                       MOVE ESPERADA-TOMA TO BASE-TOLERANCIA
                   ELSE
                       MOVE ZERO TO BASE-TOLERANCIA
                   END-IF
                   IF DIF-ABS-TOMA * 100 >
                      TC-TOLERANCIA * BASE-TOLERANCIA
                       MOVE "R" TO TOM-ESTADO
                       PERFORM ACTUALIZAR-RENGLON-TOMA
                       DISPLAY ETQ-MSG-SEGUNDO-CONTEO
                               LINE 10 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                   ELSE
                       MOVE "C" TO TOM-ESTADO
                       PERFORM ACTUALIZAR-RENGLON-TOMA
                       DISPLAY ETQ-MSG-CONTEO-GRABADO
                               LINE 10 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                   END-IF
           END-EVALUATE
           ACCEPT CAMPO-TECLA
           PERFORM LIMPIAR-MENSAJE-CAPTURA.
           EXIT.

      *> Las ventas no descuentan STOCK; lo esperado en estante es
      *> la existencia actual menos lo vendido desde el congelamiento.
       CALCULAR-ESPERADA-SKU.
           MOVE TOM-SKU TO SKU-BUSCADO
           PERFORM BUSCAR-SKU-ARCHIVO-STOCK
           MOVE 0 TO VENTAS-LEIDAS-TOMA
           MOVE 0 TO VENDIDA-TOMA
           OPEN INPUT ARCH-VENTAS
           IF FS-VENTAS = "00" OR FS-VENTAS = "05"
               READ ARCH-VENTAS
               PERFORM UNTIL FS-VENTAS = "10"
                   ADD 1 TO VENTAS-LEIDAS-TOMA
                   IF VENTAS-LEIDAS-TOMA > TC-VENTAS-PREVIAS
                      AND VTA-SKU = TOM-SKU
                       ADD VTA-CANTIDAD TO VENDIDA-TOMA
                   END-IF
                   READ ARCH-VENTAS
               END-PERFORM
               CLOSE ARCH-VENTAS
           END-IF
           COMPUTE ESPERADA-TOMA = STK-CANTIDAD-REF - VENDIDA-TOMA.
           EXIT.

      *> Deja en TOMADIF, por categoria y SKU, cada renglon de la toma
      *> con la existencia y el precio actuales y lo vendido desde el
      *> congelamiento. TOMAFIS y las ventas de la toma se ordenan por
      *> SKU para cruzarlos en un solo paso.
       ARMAR-DIFERENCIAS-TOMA.
           SORT ARCH-ORDEN ON ASCENDING KEY ORD-SKU
               INPUT PROCEDURE IS SELECCIONAR-VENTAS-TOMA
               GIVING ARCH-VTASORD
           SORT ARCH-ORDEN ON ASCENDING KEY ORD-SKU
               USING ARCH-TOMAFIS GIVING ARCH-TOMATMP
           SORT ARCH-ORDEN ON ASCENDING KEY ORD-CATEG-SKU
               INPUT PROCEDURE IS CRUZAR-RENGLONES-TOMA
               GIVING ARCH-TOMADIF.
           EXIT.

       SELECCIONAR-VENTAS-TOMA.
           MOVE 0 TO VENTAS-LEIDAS-TOMA
           OPEN INPUT ARCH-VENTAS
           IF FS-VENTAS = "00" OR FS-VENTAS = "05"
               READ ARCH-VENTAS
               PERFORM UNTIL FS-VENTAS = "10"
                   ADD 1 TO VENTAS-LEIDAS-TOMA
                   IF VENTAS-LEIDAS-TOMA > TC-VENTAS-PREVIAS
                       RELEASE REG-ORDEN FROM REG-VENTAS
                   END-IF
                   READ ARCH-VENTAS
               END-PERFORM
               CLOSE ARCH-VENTAS
           END-IF.
           EXIT.

       CRUZAR-RENGLONES-TOMA.
           OPEN INPUT ARCH-TOMATMP
           OPEN INPUT ARCH-VTASORD
           IF FS-VTASORD = "00" OR FS-VTASORD = "05"
               READ ARCH-VTASORD
           ELSE
               MOVE "10" TO FS-VTASORD
           END-IF
           MOVE "N" TO SW-STOCK-TOMA
           OPEN INPUT ARCH-STOCK
           IF FS-STOCK = "00" OR FS-STOCK = "05"
               MOVE "S" TO SW-STOCK-TOMA
           END-IF
           IF FS-TOMATMP = "00" OR FS-TOMATMP = "05"
               READ ARCH-TOMATMP
               PERFORM UNTIL FS-TOMATMP = "10"
                   MOVE TFT-CATEGORIA      TO TOM-CATEG
                   MOVE TFT-SKU            TO TOM-SKU
                   MOVE TFT-CANT-CONGELADA TO TOM-CONGELADA
                   MOVE TFT-CONTEO1        TO TOM-CONTEO1
                   MOVE TFT-CONTEO2        TO TOM-CONTEO2
                   MOVE TFT-ESTADO         TO TOM-ESTADO
                   MOVE ZERO               TO TOM-ACTUAL
                   MOVE ZERO               TO TOM-PRECIO
                   MOVE ZERO               TO TOM-VENDIDA
                   PERFORM UNTIL FS-VTASORD = "10"
                              OR VTS-SKU >= TOM-SKU
                       READ ARCH-VTASORD
                   END-PERFORM
                   PERFORM UNTIL FS-VTASORD = "10"
                              OR VTS-SKU NOT = TOM-SKU
                       ADD VTS-CANTIDAD TO TOM-VENDIDA
                       READ ARCH-VTASORD
                   END-PERFORM
                   IF STOCK-TOMA-ABIERTO
                       MOVE TOM-SKU TO STK-SKU
                       READ ARCH-STOCK
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE STK-CANTIDAD TO TOM-ACTUAL
                               MOVE STK-PRECIO   TO TOM-PRECIO
                       END-READ
                   END-IF
                   RELEASE REG-ORDEN-CAT FROM RENGLON-TOMA
                   READ ARCH-TOMATMP
               END-PERFORM
               CLOSE ARCH-TOMATMP
           END-IF
           IF STOCK-TOMA-ABIERTO
               CLOSE ARCH-STOCK
           END-IF
           CLOSE ARCH-VTASORD.
           EXIT.

       REPORTE-DIFERENCIAS-TOMA.
           PERFORM CONTAR-RENGLONES-TOMA
           PERFORM ARMAR-DIFERENCIAS-TOMA
           PERFORM IMPRIMIR-DIFERENCIAS-TOMA
           MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
           PERFORM PAGINAR-VISOR-SPOOL.
           EXIT.

       IMPRIMIR-DIFERENCIAS-TOMA.
           MOVE "DIFTOMA" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPTOMA
           OPEN OUTPUT ARCH-REPTOMA
           IF FS-REPTOMA NOT = "00" AND FS-REPTOMA NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-DIF-TOMA TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CONGELADA-LABEL DELIMITED BY SIZE
                      TC-FECHA            DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      TC-HORA             DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
               MOVE 0 TO SUBTOTAL-CATEG-TOMA
               MOVE 0 TO TOT-FALTANTE-TOMA
               MOVE 0 TO TOT-SOBRANTE-TOMA
               MOVE 0 TO CONT-RENGLONES-TOMA
               OPEN INPUT ARCH-TOMADIF
               IF FS-TOMADIF = "00" OR FS-TOMADIF = "05"
                   READ ARCH-TOMADIF INTO RENGLON-TOMA
               END-IF
               PERFORM UNTIL FS-TOMADIF NOT = "00"
                   ADD 1 TO CONT-RENGLONES-TOMA
                   IF CONT-RENGLONES-TOMA = 1
                      OR TOM-CATEG NOT = CATEG-ANTERIOR-TOMA
                       IF CONT-RENGLONES-TOMA > 1
                           PERFORM ESCRIBIR-SUBTOTAL-TOMA
                       END-IF
                       MOVE TOM-CATEG TO CATEG-ANTERIOR-TOMA
                       MOVE SPACES TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
                       STRING ETQ-CATEGORIA-LABEL DELIMITED BY SIZE
                              CATEG-ANTERIOR-TOMA DELIMITED BY SIZE
                              INTO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
                       MOVE ETQ-COLHDR-DIF-TOMA TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
                   END-IF
                   PERFORM ESCRIBIR-DIFERENCIA-TOMA
                   READ ARCH-TOMADIF INTO RENGLON-TOMA
               END-PERFORM
               CLOSE ARCH-TOMADIF
               IF CONT-RENGLONES-TOMA > 0
                   PERFORM ESCRIBIR-SUBTOTAL-TOMA
               END-IF
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-DIF-TOMA
               MOVE ETQ-TOMA-FALTANTES TO LDT-DESC
               MOVE TOT-FALTANTE-TOMA  TO LDT-VALOR
               MOVE LINEA-DIF-TOMA TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-DIF-TOMA
               MOVE ETQ-TOMA-SOBRANTES TO LDT-DESC
               MOVE TOT-SOBRANTE-TOMA  TO LDT-VALOR
               MOVE LINEA-DIF-TOMA TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-DIF-TOMA
               MOVE ETQ-TOMA-NETO TO LDT-DESC
               COMPUTE LDT-VALOR = TOT-FALTANTE-TOMA + TOT-SOBRANTE-TOMA
               MOVE LINEA-DIF-TOMA TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
               CLOSE ARCH-REPTOMA
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

      *> SKUs sin conteo definitivo se listan sin diferencia ni valor.
       ESCRIBIR-DIFERENCIA-TOMA.
           MOVE SPACES TO LINEA-DIF-TOMA
           MOVE TOM-SKU TO LDT-SKU
           MOVE TOM-SKU TO ARTICULO-BUSCADO
           PERFORM OBTENER-DESC-ARTICULO
           MOVE DESC-ARTICULO-REF TO LDT-DESC
           MOVE TOM-CONGELADA TO LDT-CONGELADA
           COMPUTE ESPERADA-TOMA =
               TOM-ACTUAL - TOM-VENDIDA
           MOVE ESPERADA-TOMA TO LDT-ESPERADA
           EVALUATE TOM-ESTADO
               WHEN "P"
                   MOVE ETQ-TOMA-PEND-TXT TO LDT-CONTADA-X
               WHEN "R"
                   MOVE ETQ-TOMA-RECONT-TXT TO LDT-CONTADA-X
               WHEN OTHER
                   PERFORM CALCULAR-DIFERENCIA-TOMA
                   MOVE CANT-FINAL-TOMA TO LDT-CONTADA
                   MOVE DIFERENCIA-TOMA TO LDT-DIFERENCIA
                   MOVE VALOR-DIF-TOMA  TO LDT-VALOR
                   ADD VALOR-DIF-TOMA TO SUBTOTAL-CATEG-TOMA
                   IF VALOR-DIF-TOMA < 0
                       ADD VALOR-DIF-TOMA TO TOT-FALTANTE-TOMA
                   ELSE
                       ADD VALOR-DIF-TOMA TO TOT-SOBRANTE-TOMA
                   END-IF
           END-EVALUATE
           MOVE LINEA-DIF-TOMA TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO.
           EXIT.

       CALCULAR-DIFERENCIA-TOMA.
           IF TOM-ESTADO = "2"
               MOVE TOM-CONTEO2 TO CANT-FINAL-TOMA
           ELSE
               MOVE TOM-CONTEO1 TO CANT-FINAL-TOMA
           END-IF
           COMPUTE DIFERENCIA-TOMA = CANT-FINAL-TOMA
               - (TOM-ACTUAL - TOM-VENDIDA)
           COMPUTE VALOR-DIF-TOMA =
               DIFERENCIA-TOMA * TOM-PRECIO.
           EXIT.

       ESCRIBIR-SUBTOTAL-TOMA.
           MOVE SPACES TO LINEA-DIF-TOMA
           MOVE ETQ-TOMA-SUBTOTAL   TO LDT-DESC
           MOVE SUBTOTAL-CATEG-TOMA TO LDT-VALOR
           MOVE LINEA-DIF-TOMA TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPTOMA FROM LINEA-REPORTE-IMPRESO
           MOVE 0 TO SUBTOTAL-CATEG-TOMA.
           EXIT.

       APROBAR-TOMA-FISICA.
           PERFORM CONTAR-RENGLONES-TOMA
           EVALUATE TRUE
               WHEN ROL-OPERADOR NOT = "A"
                   DISPLAY ETQ-MSG-SOLO-SUPERVISOR
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               WHEN CONT-PENDIENTE-TOMA > 0
                 OR CONT-RECONTEO-TOMA > 0
                   DISPLAY ETQ-MSG-TOMA-PENDIENTE
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               WHEN OTHER
                   PERFORM REPORTE-DIFERENCIAS-TOMA
                   PERFORM LISTAR-ESTADO-TOMA
                   DISPLAY ETQ-MSG-CONFIRMA-APROB
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   MOVE SPACE TO OPCION-CAPTURA
                   ACCEPT CAMPO-TECLA
                   IF FUNCTION UPPER-CASE(OPCION-CAPTURA) = "S"
                       PERFORM POSTEAR-TOMA-FISICA
                       IF POSTEO-PROCEDE
                           MOVE "C"             TO TC-ESTADO
                           MOVE OPERADOR-ACTUAL TO TC-APROBADOR
                           MOVE FECHA-NEGOCIO   TO TC-FECHA-APROB
                           MOVE AJUSTES-APLICADOS TO TC-AJUSTES
                           PERFORM GRABAR-CONTROL-TOMA
                           MOVE AJUSTES-APLICADOS
                               TO AJUSTES-APLICADOS-ED
                           MOVE SPACES TO BIT-DESCRIPCION
                           STRING "TOMA FISICA APROBADA - AJUSTES:"
                                                      DELIMITED SIZE
                                  AJUSTES-APLICADOS-ED DELIMITED SIZE
                                  INTO BIT-DESCRIPCION
                           PERFORM REGISTRAR-BITACORA
                           DISPLAY ETQ-MSG-TOMA-APROBADA
                                   LINE 21 COL 01 BACKGROUND-COLOR 1
                                                  FOREGROUND-COLOR 7
                           DISPLAY AJUSTES-APLICADOS-ED
                                   LINE 21 COL 26 BACKGROUND-COLOR 1
                                                  FOREGROUND-COLOR 7
                       ELSE
                           DISPLAY ETQ-MSG-AJUSTES-RECH
                                   LINE 21 COL 01 BACKGROUND-COLOR 1
                                                  FOREGROUND-COLOR 7
                           MOVE "TOMA FISICA: AJUSTES RECHAZADOS"
                               TO BIT-DESCRIPCION
                           PERFORM REGISTRAR-BITACORA
                       END-IF
                       ACCEPT CAMPO-TECLA
                   END-IF
           END-EVALUATE.
           EXIT.

      *> La nueva existencia es el conteo definitivo mas lo vendido
      *> desde el congelamiento, que las ventas no descontaron.
       POSTEAR-TOMA-FISICA.
           MOVE 0 TO AJUSTES-APLICADOS
           MOVE "S" TO SW-POSTEO-OK
           MOVE "T" TO ORIGEN-AJUSTE
           PERFORM ARMAR-DIFERENCIAS-TOMA
           OPEN EXTEND ARCH-AJUSTES
           IF FS-AJUSTES NOT = "00" AND FS-AJUSTES NOT = "05"
               MOVE "N" TO SW-POSTEO-OK
           ELSE
               PERFORM AJUSTAR-STOCK-TOMA
               CLOSE ARCH-AJUSTES
           END-IF
           IF NOT POSTEO-PROCEDE
               MOVE 0 TO AJUSTES-APLICADOS
           END-IF
           MOVE "C" TO ORIGEN-AJUSTE.
           EXIT.

       AJUSTAR-STOCK-TOMA.
           OPEN I-O ARCH-STOCK
           IF FS-STOCK NOT = "00" AND FS-STOCK NOT = "05"
               MOVE "N" TO SW-POSTEO-OK
           ELSE
               OPEN INPUT ARCH-TOMADIF
               IF FS-TOMADIF NOT = "00" AND FS-TOMADIF NOT = "05"
                   MOVE "N" TO SW-POSTEO-OK
               ELSE
                   READ ARCH-TOMADIF INTO RENGLON-TOMA
                   PERFORM UNTIL FS-TOMADIF = "10"
                      OR NOT POSTEO-PROCEDE
                       MOVE TOM-SKU TO STK-SKU
                       READ ARCH-STOCK
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM AJUSTAR-RENGLON-TOMA
                       END-READ
                       READ ARCH-TOMADIF INTO RENGLON-TOMA
                   END-PERFORM
                   CLOSE ARCH-TOMADIF
               END-IF
               CLOSE ARCH-STOCK
           END-IF.
           EXIT.

       AJUSTAR-RENGLON-TOMA.
           PERFORM CALCULAR-DIFERENCIA-TOMA
           COMPUTE CANT-NUEVA-TOMA = CANT-FINAL-TOMA + TOM-VENDIDA
           IF STK-CANTIDAD NOT = CANT-NUEVA-TOMA
               MOVE "C" TO AJU-CAMPO
               MOVE STK-SKU TO AJU-SKU
               MOVE STK-CANTIDAD TO AJU-VALOR-ANTERIOR
               MOVE CANT-NUEVA-TOMA TO AJU-VALOR-NUEVO
               PERFORM REGISTRAR-AJUSTE
               MOVE CANT-NUEVA-TOMA TO STK-CANTIDAD
               REWRITE REG-STOCK
                   INVALID KEY
                       MOVE "N" TO SW-POSTEO-OK
               END-REWRITE
           END-IF.
           EXIT.

       DESPLEGAR-ADMINISTRATIVO.
           MOVE SPACE TO OPCION-VENTANA-ADM
           PERFORM UNTIL FUNCTION UPPER-CASE(OPCION-VENTANA-ADM) = "S"
               DISPLAY MENU-ADMINISTRATIVO
               ACCEPT CAMPO-TECLA
               MOVE OPCION-CAPTURA TO OPCION-VENTANA-ADM
               EVALUATE FUNCTION UPPER-CASE(OPCION-VENTANA-ADM)
                   WHEN "C"
                       PERFORM CIERRE-DIA
                       MOVE SPACE TO OPCION-VENTANA-ADM
                   WHEN "U"
                       PERFORM MANTENIMIENTO-OPERADORES
                       MOVE SPACE TO OPCION-VENTANA-ADM
                   WHEN "P"
                       PERFORM MANTENIMIENTO-PERMISOS
                       MOVE SPACE TO OPCION-VENTANA-ADM
                   WHEN "B"
                       PERFORM CONSULTA-BITACORA
                       MOVE SPACE TO OPCION-VENTANA-ADM
                   WHEN "R"
                       PERFORM GESTOR-SPOOL
                       MOVE SPACE TO OPCION-VENTANA-ADM
                   WHEN "M"
                       PERFORM MANTENIMIENTO-ARTICULOS
                       MOVE SPACE TO OPCION-VENTANA-ADM
                   WHEN "X"
                       PERFORM CONVERTIR-ARCHIVOS-INDEXADOS
                       MOVE SPACE TO OPCION-VENTANA-ADM
                   WHEN "V"
                       PERFORM VERIFICAR-INTEGRIDAD
                       MOVE SPACE TO OPCION-VENTANA-ADM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

      *> Sin USUARIOS.IDX nadie puede ingresar, asi que la primera
      *> ejecucion sobre los archivos secuenciales hace la conversion
      *> antes del ingreso, a nombre del sistema.
       VERIFICAR-MAESTROS-INDEXADOS.
           OPEN INPUT ARCH-USUARIOS
           IF FS-USUARIOS = "00" OR FS-USUARIOS = "05"
               CLOSE ARCH-USUARIOS
           ELSE
               MOVE "SISTEMA" TO OPERADOR-ACTUAL
               PERFORM CONVERTIR-ARCHIVOS-INDEXADOS
               MOVE SPACES TO OPERADOR-ACTUAL
               DISPLAY " " BLANK SCREEN BACKGROUND-COLOR 1
           END-IF.
           EXIT.

      *> Conversion unica de los maestros, la cartera y las ordenes de
      *> compra secuenciales (.DAT) a archivos indexados (.IDX). Un
      *> archivo cuyo .IDX ya tiene registros se deja como esta, de modo
      *> que la opcion se puede repetir sin duplicar nada. Los conteos
      *> salen en pantalla, en el spool y en la bitacora.
       CONVERTIR-ARCHIVOS-INDEXADOS.
           MOVE "EJECUTO CONVERSION A INDEXADOS (ADMINISTRATIVO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-CONVERSION LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-COLHDR-CONVERSION LINE 05 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE 6 TO RENGLON-CONVERSION
           MOVE "CONVERSION" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPCONV
           OPEN OUTPUT ARCH-REPCONV
           IF FS-REPCONV NOT = "00" AND FS-REPCONV NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 21 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               MOVE ETQ-TITULO-CONVERSION TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCONV FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CIERRE-LABEL    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      FECHA-NEGOCIO-TEXTO DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCONV FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-CONVERSION TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCONV FROM LINEA-REPORTE-IMPRESO
               PERFORM CONVERTIR-TERCEROS
               PERFORM CONVERTIR-ARTICULOS
               PERFORM CONVERTIR-STOCK
               PERFORM CONVERTIR-USUARIOS
               PERFORM CONVERTIR-CARTERA
               PERFORM CONVERTIR-ORDCOMP
               CLOSE ARCH-REPCONV
               PERFORM REGISTRAR-SPOOL
               DISPLAY ETQ-MSG-CONV-FIN
                       LINE 21 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
               MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
               PERFORM PAGINAR-VISOR-SPOOL
           END-IF
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

      *> Deja los conteos en cero y abre el .DAT de ARCHIVO-CONVERSION
      *> por ARCH-COPIAORG.
       ABRIR-ORIGEN-CONVERSION.
           MOVE 0 TO LEIDOS-CONVERSION
           MOVE 0 TO GRABADOS-CONVERSION
           MOVE 0 TO RECHAZOS-CONVERSION
           MOVE SPACES TO NOTA-CONVERSION
           MOVE "N" TO SW-ORIGEN-CONV
           MOVE SPACES TO NOMBRE-COPIAORG
           STRING ARCHIVO-CONVERSION DELIMITED BY SPACE
                  ".DAT"             DELIMITED BY SIZE
                  INTO NOMBRE-COPIAORG
           OPEN INPUT ARCH-COPIAORG
           IF FS-COPIAORG = "00" OR FS-COPIAORG = "05"
               MOVE "S" TO SW-ORIGEN-CONV
           ELSE
               MOVE ETQ-CONV-SIN-ORIGEN TO NOTA-CONVERSION
           END-IF.
           EXIT.

      *> Cuenta el resultado de grabar un registro: SW-REGISTRO-CONV
      *> en "N" es un rechazo (llave en blanco o duplicada) y queda
      *> listado en el reporte con la linea original.
       CONTAR-REGISTRO-CONVERSION.
           IF REGISTRO-CONV-OK
               ADD 1 TO GRABADOS-CONVERSION
           ELSE
               ADD 1 TO RECHAZOS-CONVERSION
               MOVE REG-COPIAORG TO LRV-REGISTRO
               MOVE LINEA-RECHAZO-CONV TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCONV FROM LINEA-REPORTE-IMPRESO
           END-IF.
           EXIT.

       INFORMAR-CONVERSION.
           IF ORIGEN-CONV-ABIERTO
               CLOSE ARCH-COPIAORG
               IF NOTA-CONVERSION = SPACES
                   MOVE ETQ-CONV-CONVERTIDO TO NOTA-CONVERSION
               END-IF
           END-IF
           MOVE ARCHIVO-CONVERSION  TO LCV-ARCHIVO
           MOVE LEIDOS-CONVERSION   TO LCV-LEIDOS
           MOVE GRABADOS-CONVERSION TO LCV-GRABADOS
           MOVE RECHAZOS-CONVERSION TO LCV-RECHAZOS
           MOVE NOTA-CONVERSION     TO LCV-NOTA
           DISPLAY LINEA-CONVERSION LINE RENGLON-CONVERSION COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           ADD 1 TO RENGLON-CONVERSION
           MOVE LINEA-CONVERSION TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCONV FROM LINEA-REPORTE-IMPRESO
           MOVE LEIDOS-CONVERSION   TO LEIDOS-CONV-ED
           MOVE GRABADOS-CONVERSION TO GRABADOS-CONV-ED
           MOVE RECHAZOS-CONVERSION TO RECHAZOS-CONV-ED
           MOVE SPACES TO BIT-DESCRIPCION
           STRING "CONVERSION "      DELIMITED SIZE
                  ARCHIVO-CONVERSION DELIMITED SIZE
                  " L:"              DELIMITED SIZE
                  LEIDOS-CONV-ED     DELIMITED SIZE
                  " G:"              DELIMITED SIZE
                  GRABADOS-CONV-ED   DELIMITED SIZE
                  " R:"              DELIMITED SIZE
                  RECHAZOS-CONV-ED   DELIMITED SIZE
                  INTO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA.
           EXIT.

       CONVERTIR-TERCEROS.
           MOVE "TERCEROS" TO ARCHIVO-CONVERSION
           MOVE "N" TO SW-DESTINO-CONV
           OPEN INPUT ARCH-TERCEROS
           IF FS-TERCEROS = "00" OR FS-TERCEROS = "05"
               READ ARCH-TERCEROS NEXT RECORD
               IF FS-TERCEROS = "00"
                   MOVE "S" TO SW-DESTINO-CONV
               END-IF
               CLOSE ARCH-TERCEROS
           END-IF
           IF DESTINO-CON-DATOS
               MOVE 0 TO LEIDOS-CONVERSION
               MOVE 0 TO GRABADOS-CONVERSION
               MOVE 0 TO RECHAZOS-CONVERSION
               MOVE "N" TO SW-ORIGEN-CONV
               MOVE ETQ-CONV-YA-INDEXADO TO NOTA-CONVERSION
           ELSE
               PERFORM ABRIR-ORIGEN-CONVERSION
           END-IF
           IF ORIGEN-CONV-ABIERTO
               OPEN OUTPUT ARCH-TERCEROS
               IF FS-TERCEROS NOT = "00"
                   MOVE ETQ-CONV-ERR-DESTINO TO NOTA-CONVERSION
               ELSE
                   READ ARCH-COPIAORG
                   PERFORM UNTIL FS-COPIAORG = "10"
                       ADD 1 TO LEIDOS-CONVERSION
                       MOVE REG-COPIAORG TO REG-TERCERO
                       MOVE "S" TO SW-REGISTRO-CONV
                       IF TER-CODIGO = SPACES
                           MOVE "N" TO SW-REGISTRO-CONV
                           MOVE ETQ-CONV-LLAVE-BLANCO TO LRV-MOTIVO
                       ELSE
                           WRITE REG-TERCERO
                               INVALID KEY
                                   MOVE "N" TO SW-REGISTRO-CONV
                                   MOVE ETQ-CONV-LLAVE-DUP
                                       TO LRV-MOTIVO
                           END-WRITE
                       END-IF
                       PERFORM CONTAR-REGISTRO-CONVERSION
                       READ ARCH-COPIAORG
                   END-PERFORM
                   CLOSE ARCH-TERCEROS
               END-IF
           END-IF
           PERFORM INFORMAR-CONVERSION.
           EXIT.

       CONVERTIR-ARTICULOS.
           MOVE "ARTICULOS" TO ARCHIVO-CONVERSION
           MOVE "N" TO SW-DESTINO-CONV
           OPEN INPUT ARCH-ARTICULOS
           IF FS-ARTICULOS = "00" OR FS-ARTICULOS = "05"
               READ ARCH-ARTICULOS NEXT RECORD
               IF FS-ARTICULOS = "00"
                   MOVE "S" TO SW-DESTINO-CONV
               END-IF
               CLOSE ARCH-ARTICULOS
           END-IF
           IF DESTINO-CON-DATOS
               MOVE 0 TO LEIDOS-CONVERSION
               MOVE 0 TO GRABADOS-CONVERSION
               MOVE 0 TO RECHAZOS-CONVERSION
               MOVE "N" TO SW-ORIGEN-CONV
               MOVE ETQ-CONV-YA-INDEXADO TO NOTA-CONVERSION
           ELSE
               PERFORM ABRIR-ORIGEN-CONVERSION
           END-IF
           IF ORIGEN-CONV-ABIERTO
               OPEN OUTPUT ARCH-ARTICULOS
               IF FS-ARTICULOS NOT = "00"
                   MOVE ETQ-CONV-ERR-DESTINO TO NOTA-CONVERSION
               ELSE
                   READ ARCH-COPIAORG
                   PERFORM UNTIL FS-COPIAORG = "10"
                       ADD 1 TO LEIDOS-CONVERSION
                       MOVE REG-COPIAORG TO REG-ARTICULO
                       MOVE "S" TO SW-REGISTRO-CONV
                       IF ART-SKU = SPACES
                           MOVE "N" TO SW-REGISTRO-CONV
                           MOVE ETQ-CONV-LLAVE-BLANCO TO LRV-MOTIVO
                       ELSE
                           WRITE REG-ARTICULO
                               INVALID KEY
                                   MOVE "N" TO SW-REGISTRO-CONV
                                   MOVE ETQ-CONV-LLAVE-DUP
                                       TO LRV-MOTIVO
                           END-WRITE
                       END-IF
                       PERFORM CONTAR-REGISTRO-CONVERSION
                       READ ARCH-COPIAORG
                   END-PERFORM
                   CLOSE ARCH-ARTICULOS
               END-IF
           END-IF
           PERFORM INFORMAR-CONVERSION.
           EXIT.

       CONVERTIR-STOCK.
           MOVE "STOCK" TO ARCHIVO-CONVERSION
           MOVE "N" TO SW-DESTINO-CONV
           OPEN INPUT ARCH-STOCK
           IF FS-STOCK = "00" OR FS-STOCK = "05"
               READ ARCH-STOCK NEXT RECORD
               IF FS-STOCK = "00"
                   MOVE "S" TO SW-DESTINO-CONV
               END-IF
               CLOSE ARCH-STOCK
           END-IF
           IF DESTINO-CON-DATOS
               MOVE 0 TO LEIDOS-CONVERSION
               MOVE 0 TO GRABADOS-CONVERSION
               MOVE 0 TO RECHAZOS-CONVERSION
               MOVE "N" TO SW-ORIGEN-CONV
               MOVE ETQ-CONV-YA-INDEXADO TO NOTA-CONVERSION
           ELSE
               PERFORM ABRIR-ORIGEN-CONVERSION
           END-IF
           IF ORIGEN-CONV-ABIERTO
               OPEN OUTPUT ARCH-STOCK
               IF FS-STOCK NOT = "00"
                   MOVE ETQ-CONV-ERR-DESTINO TO NOTA-CONVERSION
               ELSE
                   READ ARCH-COPIAORG
                   PERFORM UNTIL FS-COPIAORG = "10"
                       ADD 1 TO LEIDOS-CONVERSION
                       MOVE REG-COPIAORG TO REG-STOCK
                       MOVE "S" TO SW-REGISTRO-CONV
                       IF STK-SKU = SPACES
                           MOVE "N" TO SW-REGISTRO-CONV
                           MOVE ETQ-CONV-LLAVE-BLANCO TO LRV-MOTIVO
                       ELSE
                           WRITE REG-STOCK
                               INVALID KEY
                                   MOVE "N" TO SW-REGISTRO-CONV
                                   MOVE ETQ-CONV-LLAVE-DUP
                                       TO LRV-MOTIVO
                           END-WRITE
                       END-IF
                       PERFORM CONTAR-REGISTRO-CONVERSION
                       READ ARCH-COPIAORG
                   END-PERFORM
                   CLOSE ARCH-STOCK
               END-IF
           END-IF
           PERFORM INFORMAR-CONVERSION.
           EXIT.

       CONVERTIR-USUARIOS.
           MOVE "USUARIOS" TO ARCHIVO-CONVERSION
           MOVE "N" TO SW-DESTINO-CONV
           OPEN INPUT ARCH-USUARIOS
           IF FS-USUARIOS = "00" OR FS-USUARIOS = "05"
               READ ARCH-USUARIOS NEXT RECORD
               IF FS-USUARIOS = "00"
                   MOVE "S" TO SW-DESTINO-CONV
               END-IF
               CLOSE ARCH-USUARIOS
           END-IF
           IF DESTINO-CON-DATOS
               MOVE 0 TO LEIDOS-CONVERSION
               MOVE 0 TO GRABADOS-CONVERSION
               MOVE 0 TO RECHAZOS-CONVERSION
               MOVE "N" TO SW-ORIGEN-CONV
               MOVE ETQ-CONV-YA-INDEXADO TO NOTA-CONVERSION
           ELSE
               PERFORM ABRIR-ORIGEN-CONVERSION
           END-IF
           IF ORIGEN-CONV-ABIERTO
               OPEN OUTPUT ARCH-USUARIOS
               IF FS-USUARIOS NOT = "00"
                   MOVE ETQ-CONV-ERR-DESTINO TO NOTA-CONVERSION
               ELSE
                   READ ARCH-COPIAORG
                   PERFORM UNTIL FS-COPIAORG = "10"
                       ADD 1 TO LEIDOS-CONVERSION
                       MOVE REG-COPIAORG TO REG-USUARIO
                       MOVE "S" TO SW-REGISTRO-CONV
                       IF USR-ID = SPACES
                           MOVE "N" TO SW-REGISTRO-CONV
                           MOVE ETQ-CONV-LLAVE-BLANCO TO LRV-MOTIVO
                       ELSE
                           WRITE REG-USUARIO
                               INVALID KEY
                                   MOVE "N" TO SW-REGISTRO-CONV
                                   MOVE ETQ-CONV-LLAVE-DUP
                                       TO LRV-MOTIVO
                           END-WRITE
                       END-IF
                       PERFORM CONTAR-REGISTRO-CONVERSION
                       READ ARCH-COPIAORG
                   END-PERFORM
                   CLOSE ARCH-USUARIOS
               END-IF
           END-IF
           PERFORM INFORMAR-CONVERSION.
           EXIT.

      *> La cartera cambia de disposicion (la llave tercero+documento
      *> va al frente) y deja el consecutivo de CARTCTL en el mayor
      *> entre el numero de documentos y el mayor numero convertido.
       CONVERTIR-CARTERA.
           MOVE "CARTERA" TO ARCHIVO-CONVERSION
           MOVE "N" TO SW-DESTINO-CONV
           MOVE 0 TO MAYOR-DOC-CONVERSION
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               READ ARCH-CARTERA NEXT RECORD
               IF FS-CARTERA = "00"
                   MOVE "S" TO SW-DESTINO-CONV
               END-IF
               CLOSE ARCH-CARTERA
           END-IF
           IF DESTINO-CON-DATOS
               MOVE 0 TO LEIDOS-CONVERSION
               MOVE 0 TO GRABADOS-CONVERSION
               MOVE 0 TO RECHAZOS-CONVERSION
               MOVE "N" TO SW-ORIGEN-CONV
               MOVE ETQ-CONV-YA-INDEXADO TO NOTA-CONVERSION
           ELSE
               PERFORM ABRIR-ORIGEN-CONVERSION
           END-IF
           IF ORIGEN-CONV-ABIERTO
               OPEN OUTPUT ARCH-CARTERA
               IF FS-CARTERA NOT = "00"
                   MOVE ETQ-CONV-ERR-DESTINO TO NOTA-CONVERSION
               ELSE
                   READ ARCH-COPIAORG
                   PERFORM UNTIL FS-COPIAORG = "10"
                       ADD 1 TO LEIDOS-CONVERSION
                       MOVE REG-COPIAORG TO REG-CARTERA-ANT
                       MOVE CAN-TERCERO        TO CAR-TERCERO
                       MOVE CAN-DOCUMENTO      TO CAR-DOCUMENTO
                       MOVE CAN-NOMBRE         TO CAR-NOMBRE
                       MOVE CAN-TIPO           TO CAR-TIPO
                       MOVE CAN-FECHA-EMISION  TO CAR-FECHA-EMISION
                       MOVE CAN-FECHA-VENCE    TO CAR-FECHA-VENCE
                       MOVE CAN-VALOR-ORIGINAL TO CAR-VALOR-ORIGINAL
                       MOVE CAN-VALOR          TO CAR-VALOR
                       MOVE CAN-DIAS-VENCIDO   TO CAR-DIAS-VENCIDO
                       MOVE "S" TO SW-REGISTRO-CONV
                       IF CAR-TERCERO = SPACES
                          OR CAR-DOCUMENTO = SPACES
                           MOVE "N" TO SW-REGISTRO-CONV
                           MOVE ETQ-CONV-LLAVE-BLANCO TO LRV-MOTIVO
                       ELSE
                           WRITE REG-CARTERA
                               INVALID KEY
                                   MOVE "N" TO SW-REGISTRO-CONV
                                   MOVE ETQ-CONV-LLAVE-DUP
                                       TO LRV-MOTIVO
                           END-WRITE
                       END-IF
                       IF REGISTRO-CONV-OK
                          AND CAR-DOCUMENTO (3:8) NUMERIC
                          AND CAR-DOCUMENTO (3:8) > MAYOR-DOC-CONVERSION
                           MOVE CAR-DOCUMENTO (3:8)
                               TO MAYOR-DOC-CONVERSION
                       END-IF
                       PERFORM CONTAR-REGISTRO-CONVERSION
                       READ ARCH-COPIAORG
                   END-PERFORM
                   CLOSE ARCH-CARTERA
                   IF GRABADOS-CONVERSION > MAYOR-DOC-CONVERSION
                       MOVE GRABADOS-CONVERSION TO NUMERO-DOC-CART
                   ELSE
                       MOVE MAYOR-DOC-CONVERSION TO NUMERO-DOC-CART
                   END-IF
                   PERFORM GRABAR-CONTROL-CARTERA
               END-IF
           END-IF
           PERFORM INFORMAR-CONVERSION.
           EXIT.

      *> Las ordenes de compra cambian de disposicion: la llave
      *> orden + SKU va al frente.
       CONVERTIR-ORDCOMP.
           MOVE "ORDCOMP" TO ARCHIVO-CONVERSION
           MOVE "N" TO SW-DESTINO-CONV
           OPEN INPUT ARCH-ORDCOMP
           IF FS-ORDCOMP = "00" OR FS-ORDCOMP = "05"
               READ ARCH-ORDCOMP NEXT RECORD
               IF FS-ORDCOMP = "00"
                   MOVE "S" TO SW-DESTINO-CONV
               END-IF
               CLOSE ARCH-ORDCOMP
           END-IF
           IF DESTINO-CON-DATOS
               MOVE 0 TO LEIDOS-CONVERSION
               MOVE 0 TO GRABADOS-CONVERSION
               MOVE 0 TO RECHAZOS-CONVERSION
               MOVE "N" TO SW-ORIGEN-CONV
               MOVE ETQ-CONV-YA-INDEXADO TO NOTA-CONVERSION
           ELSE
               PERFORM ABRIR-ORIGEN-CONVERSION
           END-IF
           IF ORIGEN-CONV-ABIERTO
               OPEN OUTPUT ARCH-ORDCOMP
               IF FS-ORDCOMP NOT = "00"
                   MOVE ETQ-CONV-ERR-DESTINO TO NOTA-CONVERSION
               ELSE
                   READ ARCH-COPIAORG
                   PERFORM UNTIL FS-COPIAORG = "10"
                       ADD 1 TO LEIDOS-CONVERSION
                       MOVE REG-COPIAORG TO REG-ORDCOMP-ANT
                       MOVE OCA-NUMERO        TO OC-NUMERO
                       MOVE OCA-SKU           TO OC-SKU
                       MOVE OCA-PROVEEDOR     TO OC-PROVEEDOR
                       MOVE OCA-FECHA         TO OC-FECHA
                       MOVE OCA-FECHA-PROMESA TO OC-FECHA-PROMESA
                       MOVE OCA-CANT-PEDIDA   TO OC-CANT-PEDIDA
                       MOVE OCA-COSTO-PACTADO TO OC-COSTO-PACTADO
                       MOVE OCA-CANT-RECIBIDA TO OC-CANT-RECIBIDA
                       MOVE OCA-ESTADO        TO OC-ESTADO
                       MOVE OCA-OPERADOR      TO OC-OPERADOR
                       MOVE "S" TO SW-REGISTRO-CONV
                       IF OC-NUMERO = SPACES OR OC-SKU = SPACES
                           MOVE "N" TO SW-REGISTRO-CONV
                           MOVE ETQ-CONV-LLAVE-BLANCO TO LRV-MOTIVO
                       ELSE
                           WRITE REG-ORDEN-COMPRA
                               INVALID KEY
                                   MOVE "N" TO SW-REGISTRO-CONV
                                   MOVE ETQ-CONV-LLAVE-DUP
                                       TO LRV-MOTIVO
                           END-WRITE
                       END-IF
                       PERFORM CONTAR-REGISTRO-CONVERSION
                       READ ARCH-COPIAORG
                   END-PERFORM
                   CLOSE ARCH-ORDCOMP
               END-IF
           END-IF
           PERFORM INFORMAR-CONVERSION.
           EXIT.

      *> Verificacion de integridad referencial entre los archivos del
      *> sistema. Recorre cada maestro y cada archivo de movimientos,
      *> deja las excepciones en el spool agrupadas por archivo y
      *> severidad y los totales en pantalla y en la bitacora. Los
      *> errores criticos impiden el cierre del dia (ver CIERRE-DIA).
       VERIFICAR-INTEGRIDAD.
           MOVE "EJECUTO VERIFICACION DE INTEGRIDAD (ADMINISTRATIVO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-INTEGRIDAD LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-MSG-INTEG-VERIFICA LINE 21 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           PERFORM GENERAR-REPORTE-INTEGRIDAD
           IF REPORTE-INTEG-GRABADO
               DISPLAY ETQ-COLHDR-INTEGRIDAD LINE 05 COL 01
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE 6 TO RENGLON-INTEG
               PERFORM VARYING IDX-AINT FROM 1 BY 1
                       UNTIL IDX-AINT > TOTAL-ARCHIVOS-INTEG
                   PERFORM ARMAR-RESUMEN-INTEG
                   DISPLAY LINEA-RESUMEN-INTEG
                           LINE RENGLON-INTEG COL 01
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   ADD 1 TO RENGLON-INTEG
               END-PERFORM
               DISPLAY MENSAJE-INTEG LINE 21 COL 01
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
               MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
               PERFORM PAGINAR-VISOR-SPOOL
           END-IF
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

      *> Hace el recorrido completo y deja CRITICOS-INTEG y
      *> ADVERTENCIAS-INTEG con los totales. Las excepciones van a
      *> EXCINTEG.TMP y se ordenan por archivo + severidad + secuencia
      *> antes de imprimir. Sin reporte en el spool, REPORTE-INTEG-
      *> GRABADO queda en "N" y el cierre lo trata como no verificado.
       GENERAR-REPORTE-INTEGRIDAD.
           MOVE 0 TO CRITICOS-INTEG
           MOVE 0 TO ADVERTENCIAS-INTEG
           MOVE 0 TO SECUENCIA-INTEG
           MOVE 0 TO TOTAL-ARCHIVOS-INTEG
           MOVE "N" TO SW-REPORTE-INTEG
           MOVE SPACES TO MENSAJE-INTEG
           OPEN OUTPUT ARCH-EXCINTEG
           IF FS-EXCINTEG NOT = "00"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 21 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               PERFORM CARGAR-TABLA-GLSALDOS
               PERFORM CARGAR-TABLA-PERMISOS
               PERFORM ABRIR-MAESTROS-INTEG
               PERFORM REVISAR-INTEG-TERCEROS
               PERFORM REVISAR-INTEG-ARTICULOS
               PERFORM REVISAR-INTEG-STOCK
               PERFORM REVISAR-INTEG-USUARIOS
               PERFORM REVISAR-INTEG-GLCTAS
               PERFORM REVISAR-INTEG-TIPOCTA
               PERFORM REVISAR-INTEG-CARTERA
               PERFORM REVISAR-INTEG-VENTAS
               PERFORM REVISAR-INTEG-COMPRAS
               PERFORM REVISAR-INTEG-DEVOLUC
               PERFORM REVISAR-INTEG-RECAUDOS
               PERFORM REVISAR-INTEG-ORDCOMP
               PERFORM REVISAR-INTEG-AJUSTES
               PERFORM REVISAR-INTEG-MOVGL
               PERFORM CERRAR-MAESTROS-INTEG
               CLOSE ARCH-EXCINTEG
               SORT ARCH-ORDEN ON ASCENDING KEY ORD-LLAVE-EXC
                   USING ARCH-EXCINTEG GIVING ARCH-EXCORD
               PERFORM IMPRIMIR-REPORTE-INTEGRIDAD
               MOVE CRITICOS-INTEG     TO CRITICOS-INTEG-ED
               MOVE ADVERTENCIAS-INTEG TO ADVERTENCIAS-INTEG-ED
               STRING ETQ-MSG-INTEG-FIN     DELIMITED BY "  "
                      " "                   DELIMITED BY SIZE
                      ETQ-INTEG-TOTAL-CRIT  DELIMITED BY "  "
                      CRITICOS-INTEG-ED     DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      ETQ-INTEG-TOTAL-ADV   DELIMITED BY "  "
                      ADVERTENCIAS-INTEG-ED DELIMITED BY SIZE
                      INTO MENSAJE-INTEG
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "INTEGRIDAD CRITICOS:" DELIMITED SIZE
                      CRITICOS-INTEG-ED      DELIMITED SIZE
                      " ADVERTENCIAS:"       DELIMITED SIZE
                      ADVERTENCIAS-INTEG-ED  DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
           END-IF.
           EXIT.

      *> Los maestros indexados quedan abiertos durante todo el
      *> recorrido para las lecturas por llave; si uno no abre, toda
      *> referencia a el sale como inexistente.
       ABRIR-MAESTROS-INTEG.
           MOVE "N" TO SW-TERCEROS-INTEG
           MOVE "N" TO SW-ARTICULOS-INTEG
           MOVE "N" TO SW-STOCK-INTEG
           MOVE "N" TO SW-CARTERA-INTEG
           OPEN INPUT ARCH-TERCEROS
           IF FS-TERCEROS = "00" OR FS-TERCEROS = "05"
               MOVE "S" TO SW-TERCEROS-INTEG
           END-IF
           OPEN INPUT ARCH-ARTICULOS
           IF FS-ARTICULOS = "00" OR FS-ARTICULOS = "05"
               MOVE "S" TO SW-ARTICULOS-INTEG
           END-IF
           OPEN INPUT ARCH-STOCK
           IF FS-STOCK = "00" OR FS-STOCK = "05"
               MOVE "S" TO SW-STOCK-INTEG
           END-IF
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               MOVE "S" TO SW-CARTERA-INTEG
           END-IF.
           EXIT.

       CERRAR-MAESTROS-INTEG.
           IF TERCEROS-INTEG-ABIERTO
               CLOSE ARCH-TERCEROS
           END-IF
           IF ARTICULOS-INTEG-ABIERTO
               CLOSE ARCH-ARTICULOS
           END-IF
           IF STOCK-INTEG-ABIERTO
               CLOSE ARCH-STOCK
           END-IF
           IF CARTERA-INTEG-ABIERTA
               CLOSE ARCH-CARTERA
           END-IF.
           EXIT.

      *> Abre el renglon de resumen del archivo indicado en
      *> ARCHIVO-INTEG; su numero de orden es la primera parte de la
      *> llave con que se ordenan las excepciones.
       INICIAR-ARCHIVO-INTEG.
           ADD 1 TO TOTAL-ARCHIVOS-INTEG
           MOVE TOTAL-ARCHIVOS-INTEG TO ORDEN-ARCHIVO-INTEG
           SET IDX-AINT TO TOTAL-ARCHIVOS-INTEG
           MOVE ARCHIVO-INTEG TO TAI-NOMBRE (IDX-AINT)
           MOVE 0 TO TAI-LEIDOS (IDX-AINT)
           MOVE 0 TO TAI-CRITICOS (IDX-AINT)
           MOVE 0 TO TAI-ADVERTENCIAS (IDX-AINT)
           MOVE SPACES TO TAI-NOTA (IDX-AINT).
           EXIT.

      *> Anota en el resumen por que no se pudo leer el archivo, segun
      *> el estado de apertura dejado en FS-INTEG.
       NOTAR-APERTURA-INTEG.
           IF FS-INTEG = "35"
               MOVE ETQ-INTEG-SIN-ARCHIVO TO TAI-NOTA (IDX-AINT)
           ELSE
               MOVE ETQ-INTEG-ERR-ARCHIVO TO TAI-NOTA (IDX-AINT)
           END-IF.
           EXIT.

      *> Graba una excepcion con SEVERIDAD-INTEG ("1" critico, "2"
      *> advertencia), REGLA-INTEG, DESC-REGLA-INTEG y el registro
      *> ofensor en REGISTRO-INTEG.
       REGISTRAR-EXCEPCION-INTEG.
           ADD 1 TO SECUENCIA-INTEG
           MOVE ORDEN-ARCHIVO-INTEG   TO EXI-ORDEN-ARCHIVO
           MOVE SEVERIDAD-INTEG       TO EXI-SEVERIDAD
           MOVE SECUENCIA-INTEG       TO EXI-SECUENCIA
           MOVE TAI-NOMBRE (IDX-AINT) TO EXI-ARCHIVO
           MOVE REGLA-INTEG           TO EXI-REGLA
           MOVE DESC-REGLA-INTEG      TO EXI-DESCRIPCION
           MOVE REGISTRO-INTEG        TO EXI-REGISTRO
           WRITE REG-EXCINTEG FROM REG-EXCEPCION-INTEG
           IF EXI-CRITICA
               ADD 1 TO CRITICOS-INTEG
               ADD 1 TO TAI-CRITICOS (IDX-AINT)
           ELSE
               ADD 1 TO ADVERTENCIAS-INTEG
               ADD 1 TO TAI-ADVERTENCIAS (IDX-AINT)
           END-IF.
           EXIT.

       BUSCAR-TERCERO-INTEG.
           MOVE "N" TO SW-LLAVE-INTEG
           IF TERCEROS-INTEG-ABIERTO
               MOVE TERCERO-BUSCADO TO TER-CODIGO
               READ ARCH-TERCEROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-LLAVE-INTEG
               END-READ
           END-IF.
           EXIT.

       BUSCAR-ARTICULO-INTEG.
           MOVE "N" TO SW-LLAVE-INTEG
           IF ARTICULOS-INTEG-ABIERTO
               MOVE ARTICULO-BUSCADO TO ART-SKU
               READ ARCH-ARTICULOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-LLAVE-INTEG
               END-READ
           END-IF.
           EXIT.

       BUSCAR-STOCK-INTEG.
           MOVE "N" TO SW-LLAVE-INTEG
           IF STOCK-INTEG-ABIERTO
               MOVE SKU-BUSCADO TO STK-SKU
               READ ARCH-STOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-LLAVE-INTEG
               END-READ
           END-IF.
           EXIT.

      *> Busca el documento TERCERO-BUSCADO + DOCUMENTO-INTEG.
       BUSCAR-CARTERA-INTEG.
           MOVE "N" TO SW-LLAVE-INTEG
           IF CARTERA-INTEG-ABIERTA
               MOVE TERCERO-BUSCADO TO CAR-TERCERO
               MOVE DOCUMENTO-INTEG TO CAR-DOCUMENTO
               READ ARCH-CARTERA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-LLAVE-INTEG
               END-READ
           END-IF.
           EXIT.

       REVISAR-INTEG-TERCEROS.
           MOVE "TERCEROS" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           IF TERCEROS-INTEG-ABIERTO
               MOVE LOW-VALUES TO TER-CODIGO
               START ARCH-TERCEROS KEY IS NOT LESS THAN TER-CODIGO
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-TERCEROS = "00"
                   READ ARCH-TERCEROS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-TERCEROS NOT = "00"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-TERCERO TO REGISTRO-INTEG
                   IF NOT TER-ES-CLIENTE AND NOT TER-ES-PROVEEDOR
                       MOVE "2"            TO SEVERIDAD-INTEG
                       MOVE "TE01"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-TE01 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   IF NOT TER-ACTIVO AND NOT TER-BLOQUEADO
                       MOVE "2"            TO SEVERIDAD-INTEG
                       MOVE "TE02"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-TE02 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   READ ARCH-TERCEROS NEXT RECORD
               END-PERFORM
           ELSE
               MOVE FS-TERCEROS TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-ARTICULOS.
           MOVE "ARTICULOS" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           IF ARTICULOS-INTEG-ABIERTO
               MOVE LOW-VALUES TO ART-SKU
               START ARCH-ARTICULOS KEY IS NOT LESS THAN ART-SKU
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-ARTICULOS = "00"
                   READ ARCH-ARTICULOS NEXT RECORD
               END-IF
               PERFORM UNTIL FS-ARTICULOS NOT = "00"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-ARTICULO TO REGISTRO-INTEG
                   IF ART-PROVEEDOR NOT = SPACES
                       MOVE ART-PROVEEDOR TO TERCERO-BUSCADO
                       PERFORM BUSCAR-TERCERO-INTEG
                       IF NOT LLAVE-INTEG-HALLADA
                           MOVE "2"            TO SEVERIDAD-INTEG
                           MOVE "AR01"         TO REGLA-INTEG
                           MOVE ETQ-REGLA-AR01 TO DESC-REGLA-INTEG
                           PERFORM REGISTRAR-EXCEPCION-INTEG
                       END-IF
                   END-IF
                   IF ART-TASA-IVA IS NUMERIC
                      AND NOT ART-TASA-VALIDA
                       MOVE "2"            TO SEVERIDAD-INTEG
                       MOVE "AR02"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-AR02 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   IF NOT ART-DESCONTINUADO
                       MOVE ART-SKU TO SKU-BUSCADO
                       PERFORM BUSCAR-STOCK-INTEG
                       IF NOT LLAVE-INTEG-HALLADA
                           MOVE "2"            TO SEVERIDAD-INTEG
                           MOVE "AR03"         TO REGLA-INTEG
                           MOVE ETQ-REGLA-AR03 TO DESC-REGLA-INTEG
                           PERFORM REGISTRAR-EXCEPCION-INTEG
                       END-IF
                   END-IF
                   READ ARCH-ARTICULOS NEXT RECORD
               END-PERFORM
           ELSE
               MOVE FS-ARTICULOS TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-STOCK.
           MOVE "STOCK" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           IF STOCK-INTEG-ABIERTO
               MOVE LOW-VALUES TO STK-SKU
               START ARCH-STOCK KEY IS NOT LESS THAN STK-SKU
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-STOCK = "00"
                   READ ARCH-STOCK NEXT RECORD
               END-IF
               PERFORM UNTIL FS-STOCK NOT = "00"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-STOCK TO REGISTRO-INTEG
                   MOVE STK-SKU TO ARTICULO-BUSCADO
                   PERFORM BUSCAR-ARTICULO-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "ST01"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-ST01 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   IF STK-CANTIDAD IS NOT NUMERIC
                      OR STK-PRECIO IS NOT NUMERIC
                      OR STK-COSTO-PROM IS NOT NUMERIC
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "ST02"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-ST02 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   READ ARCH-STOCK NEXT RECORD
               END-PERFORM
           ELSE
               MOVE FS-STOCK TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-USUARIOS.
           MOVE "USUARIOS" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           OPEN INPUT ARCH-USUARIOS
           IF FS-USUARIOS = "00" OR FS-USUARIOS = "05"
               READ ARCH-USUARIOS NEXT RECORD
               PERFORM UNTIL FS-USUARIOS NOT = "00"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-USUARIO TO REGISTRO-INTEG
                   MOVE "N" TO SW-LLAVE-INTEG
                   PERFORM VARYING IDX-PERM FROM 1 BY 1
                           UNTIL IDX-PERM > TOTAL-PERMISOS
                       IF TP-ROL (IDX-PERM) = USR-ROL
                           MOVE "S" TO SW-LLAVE-INTEG
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "2"            TO SEVERIDAD-INTEG
                       MOVE "US01"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-US01 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   READ ARCH-USUARIOS NEXT RECORD
               END-PERFORM
               CLOSE ARCH-USUARIOS
           ELSE
               MOVE FS-USUARIOS TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

      *> TABLA-GLSALDOS ya viene cargada en el orden del archivo: una
      *> cuenta repetida es la que aparece antes en la tabla. Las
      *> cuentas que no caben en la tabla no se pueden verificar.
       REVISAR-INTEG-GLCTAS.
           MOVE "GLCTAS" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           MOVE 0 TO CONT-CTAS-INTEG
           OPEN INPUT ARCH-GLCTAS
           IF FS-GLCTAS = "00" OR FS-GLCTAS = "05"
               READ ARCH-GLCTAS
               PERFORM UNTIL FS-GLCTAS = "10"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   ADD 1 TO CONT-CTAS-INTEG
                   MOVE REG-GLCTA TO REGISTRO-INTEG
                   IF CONT-CTAS-INTEG > 100
                       MOVE "2"            TO SEVERIDAD-INTEG
                       MOVE "GL03"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-GL03 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   ELSE
                       MOVE "N" TO SW-LLAVE-INTEG
                       PERFORM VARYING IDX-GLS FROM 1 BY 1
                               UNTIL IDX-GLS >= CONT-CTAS-INTEG
                           IF TG-CUENTA (IDX-GLS) = GL-CUENTA
                               MOVE "S" TO SW-LLAVE-INTEG
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF LLAVE-INTEG-HALLADA
                           MOVE "1"            TO SEVERIDAD-INTEG
                           MOVE "GL01"         TO REGLA-INTEG
                           MOVE ETQ-REGLA-GL01 TO DESC-REGLA-INTEG
                           PERFORM REGISTRAR-EXCEPCION-INTEG
                       END-IF
                   END-IF
                   IF GL-SALDO IS NOT NUMERIC
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "GL02"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-GL02 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   READ ARCH-GLCTAS
               END-PERFORM
               CLOSE ARCH-GLCTAS
           ELSE
               MOVE FS-GLCTAS TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-TIPOCTA.
           MOVE "TIPOCTA" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           OPEN INPUT ARCH-TIPOCTA
           IF FS-TIPOCTA = "00" OR FS-TIPOCTA = "05"
               READ ARCH-TIPOCTA
               PERFORM UNTIL FS-TIPOCTA = "10"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-TIPOCTA TO REGISTRO-INTEG
                   IF NOT GLSALDOS-TRUNCADOS
                       MOVE TCU-CUENTA TO CUENTA-MOV-GL
                       PERFORM BUSCAR-CUENTA-GLSALDOS
                       IF NOT CTL-HALLADA
                           MOVE "1"            TO SEVERIDAD-INTEG
                           MOVE "TC01"         TO REGLA-INTEG
                           MOVE ETQ-REGLA-TC01 TO DESC-REGLA-INTEG
                           PERFORM REGISTRAR-EXCEPCION-INTEG
                       END-IF
                   END-IF
                   READ ARCH-TIPOCTA
               END-PERFORM
               CLOSE ARCH-TIPOCTA
               IF GLSALDOS-TRUNCADOS
                   MOVE ETQ-INTEG-SIN-CUENTAS TO TAI-NOTA (IDX-AINT)
               END-IF
           ELSE
               MOVE FS-TIPOCTA TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

      *> Las notas credito (prefijo NC) se graban en negativo y el
      *> cruce las acerca a cero; cualquier otro documento debe tener
      *> saldo cero o positivo. El numero de documento no se puede
      *> repetir aunque sea de otro tercero: se ordena una copia de la
      *> cartera por documento y se comparan registros vecinos.
       REVISAR-INTEG-CARTERA.
           MOVE "CARTERA" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           IF CARTERA-INTEG-ABIERTA
               MOVE LOW-VALUES TO CAR-LLAVE
               START ARCH-CARTERA KEY IS NOT LESS THAN CAR-LLAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF FS-CARTERA = "00"
                   READ ARCH-CARTERA NEXT RECORD
               END-IF
               PERFORM UNTIL FS-CARTERA NOT = "00"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   PERFORM REVISAR-DOC-CARTERA-INTEG
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               CLOSE ARCH-CARTERA
               SORT ARCH-ORDEN ON ASCENDING KEY ORD-DOCUMENTO
                   USING ARCH-CARTERA GIVING ARCH-CARTSORD
               PERFORM REVISAR-DOCS-DUPLICADOS-INTEG
               OPEN INPUT ARCH-CARTERA
               IF FS-CARTERA NOT = "00" AND FS-CARTERA NOT = "05"
                   MOVE "N" TO SW-CARTERA-INTEG
               END-IF
           ELSE
               MOVE FS-CARTERA TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-DOC-CARTERA-INTEG.
           MOVE REG-CARTERA TO REGISTRO-INTEG
           MOVE CAR-TERCERO TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO-INTEG
           IF NOT LLAVE-INTEG-HALLADA
               MOVE "1"            TO SEVERIDAD-INTEG
               MOVE "CA01"         TO REGLA-INTEG
               MOVE ETQ-REGLA-CA01 TO DESC-REGLA-INTEG
               PERFORM REGISTRAR-EXCEPCION-INTEG
           ELSE
               IF CAR-TIPO NOT = TER-TIPO
                   MOVE "2"            TO SEVERIDAD-INTEG
                   MOVE "CA06"         TO REGLA-INTEG
                   MOVE ETQ-REGLA-CA06 TO DESC-REGLA-INTEG
                   PERFORM REGISTRAR-EXCEPCION-INTEG
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CAR-VALOR IS NOT NUMERIC
                 OR CAR-VALOR-ORIGINAL IS NOT NUMERIC
                   MOVE "1"            TO SEVERIDAD-INTEG
                   MOVE "CA02"         TO REGLA-INTEG
                   MOVE ETQ-REGLA-CA02 TO DESC-REGLA-INTEG
                   PERFORM REGISTRAR-EXCEPCION-INTEG
               WHEN CAR-DOCUMENTO (1:2) = "NC"
                   IF CAR-VALOR > 0
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "CA04"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-CA04 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
               WHEN CAR-VALOR < 0
                   MOVE "1"            TO SEVERIDAD-INTEG
                   MOVE "CA03"         TO REGLA-INTEG
                   MOVE ETQ-REGLA-CA03 TO DESC-REGLA-INTEG
                   PERFORM REGISTRAR-EXCEPCION-INTEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *> Recorre CARTSORD.TMP (cartera ordenada por documento). El
      *> primer registro de cada grupo repetido se marca al encontrar
      *> el segundo.
       REVISAR-DOCS-DUPLICADOS-INTEG.
           MOVE SPACES TO DOCUMENTO-INTEG-ANT
           MOVE "N" TO SW-DUP-INTEG-ANT
           OPEN INPUT ARCH-CARTSORD
           IF FS-CARTSORD = "00" OR FS-CARTSORD = "05"
               READ ARCH-CARTSORD
               PERFORM UNTIL FS-CARTSORD = "10"
                   IF CSO-DOCUMENTO = DOCUMENTO-INTEG-ANT
                      AND CSO-DOCUMENTO NOT = SPACES
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "CA05"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-CA05 TO DESC-REGLA-INTEG
                       IF NOT DUP-INTEG-MARCADO
                           MOVE REG-CARTERA-INTEG-ANT TO REGISTRO-INTEG
                           PERFORM REGISTRAR-EXCEPCION-INTEG
                           MOVE "S" TO SW-DUP-INTEG-ANT
                       END-IF
                       MOVE REG-CARTSORD TO REGISTRO-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   ELSE
                       MOVE "N" TO SW-DUP-INTEG-ANT
                   END-IF
                   MOVE CSO-DOCUMENTO TO DOCUMENTO-INTEG-ANT
                   MOVE REG-CARTSORD  TO REG-CARTERA-INTEG-ANT
                   READ ARCH-CARTSORD
               END-PERFORM
               CLOSE ARCH-CARTSORD
           END-IF.
           EXIT.

      *> Ventas anteriores a la factura por documento no tienen
      *> tercero ni documento; esas referencias solo se revisan cuando
      *> vienen informadas.
       REVISAR-INTEG-VENTAS.
           MOVE "VENTAS" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           OPEN INPUT ARCH-VENTAS
           IF FS-VENTAS = "00" OR FS-VENTAS = "05"
               READ ARCH-VENTAS
               PERFORM UNTIL FS-VENTAS = "10"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-VENTAS TO REGISTRO-INTEG
                   MOVE VTA-SKU TO ARTICULO-BUSCADO
                   PERFORM BUSCAR-ARTICULO-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "VE01"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-VE01 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   IF VTA-TERCERO NOT = SPACES
                       MOVE VTA-TERCERO TO TERCERO-BUSCADO
                       PERFORM BUSCAR-TERCERO-INTEG
                       IF NOT LLAVE-INTEG-HALLADA
                           MOVE "1"            TO SEVERIDAD-INTEG
                           MOVE "VE02"         TO REGLA-INTEG
                           MOVE ETQ-REGLA-VE02 TO DESC-REGLA-INTEG
                           PERFORM REGISTRAR-EXCEPCION-INTEG
                       END-IF
                   END-IF
                   IF VTA-CANTIDAD IS NOT NUMERIC
                      OR VTA-PRECIO IS NOT NUMERIC
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "VE03"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-VE03 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   IF VTA-DOCUMENTO NOT = SPACES
                       MOVE VTA-TERCERO   TO TERCERO-BUSCADO
                       MOVE VTA-DOCUMENTO TO DOCUMENTO-INTEG
                       PERFORM BUSCAR-CARTERA-INTEG
                       IF NOT LLAVE-INTEG-HALLADA
                           MOVE "2"            TO SEVERIDAD-INTEG
                           MOVE "VE04"         TO REGLA-INTEG
                           MOVE ETQ-REGLA-VE04 TO DESC-REGLA-INTEG
                           PERFORM REGISTRAR-EXCEPCION-INTEG
                       END-IF
                   END-IF
                   READ ARCH-VENTAS
               END-PERFORM
               CLOSE ARCH-VENTAS
           ELSE
               MOVE FS-VENTAS TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-COMPRAS.
           MOVE "COMPRAS" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           OPEN INPUT ARCH-COMPRAS
           IF FS-COMPRAS = "00" OR FS-COMPRAS = "05"
               READ ARCH-COMPRAS
               PERFORM UNTIL FS-COMPRAS = "10"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-COMPRA TO REGISTRO-INTEG
                   MOVE COM-SKU TO ARTICULO-BUSCADO
                   PERFORM BUSCAR-ARTICULO-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "CO01"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-CO01 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   MOVE COM-PROVEEDOR TO TERCERO-BUSCADO
                   PERFORM BUSCAR-TERCERO-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "CO02"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-CO02 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   READ ARCH-COMPRAS
               END-PERFORM
               CLOSE ARCH-COMPRAS
           ELSE
               MOVE FS-COMPRAS TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-DEVOLUC.
           MOVE "DEVOLUC" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           OPEN INPUT ARCH-DEVOLUC
           IF FS-DEVOLUC = "00" OR FS-DEVOLUC = "05"
               READ ARCH-DEVOLUC
               PERFORM UNTIL FS-DEVOLUC = "10"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-DEVOLUCION TO REGISTRO-INTEG
                   MOVE DEV-SKU TO ARTICULO-BUSCADO
                   PERFORM BUSCAR-ARTICULO-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "DV01"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-DV01 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   MOVE DEV-TERCERO    TO TERCERO-BUSCADO
                   MOVE DEV-DOC-ORIGEN TO DOCUMENTO-INTEG
                   PERFORM BUSCAR-CARTERA-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "2"            TO SEVERIDAD-INTEG
                       MOVE "DV02"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-DV02 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   IF DEV-DOC-NC NOT = SPACES
                       MOVE DEV-TERCERO TO TERCERO-BUSCADO
                       MOVE DEV-DOC-NC  TO DOCUMENTO-INTEG
                       PERFORM BUSCAR-CARTERA-INTEG
                       IF NOT LLAVE-INTEG-HALLADA
                           MOVE "2"            TO SEVERIDAD-INTEG
                           MOVE "DV03"         TO REGLA-INTEG
                           MOVE ETQ-REGLA-DV03 TO DESC-REGLA-INTEG
                           PERFORM REGISTRAR-EXCEPCION-INTEG
                       END-IF
                   END-IF
                   READ ARCH-DEVOLUC
               END-PERFORM
               CLOSE ARCH-DEVOLUC
           ELSE
               MOVE FS-DEVOLUC TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-RECAUDOS.
           MOVE "RECAUDOS" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           OPEN INPUT ARCH-RECAUDOS
           IF FS-RECAUDOS = "00" OR FS-RECAUDOS = "05"
               READ ARCH-RECAUDOS
               PERFORM UNTIL FS-RECAUDOS = "10"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-RECAUDO TO REGISTRO-INTEG
                   MOVE REC-TERCERO TO TERCERO-BUSCADO
                   PERFORM BUSCAR-TERCERO-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "RC01"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-RC01 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   IF REC-VALOR IS NOT NUMERIC
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "RC02"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-RC02 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   READ ARCH-RECAUDOS
               END-PERFORM
               CLOSE ARCH-RECAUDOS
           ELSE
               MOVE FS-RECAUDOS TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-ORDCOMP.
           MOVE "ORDCOMP" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           OPEN INPUT ARCH-ORDCOMP
           IF FS-ORDCOMP = "00" OR FS-ORDCOMP = "05"
               READ ARCH-ORDCOMP NEXT RECORD
               PERFORM UNTIL FS-ORDCOMP = "10"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-ORDEN-COMPRA TO REGISTRO-INTEG
                   MOVE OC-PROVEEDOR TO TERCERO-BUSCADO
                   PERFORM BUSCAR-TERCERO-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "2"            TO SEVERIDAD-INTEG
                       MOVE "OC01"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-OC01 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   MOVE OC-SKU TO ARTICULO-BUSCADO
                   PERFORM BUSCAR-ARTICULO-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "2"            TO SEVERIDAD-INTEG
                       MOVE "OC02"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-OC02 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   READ ARCH-ORDCOMP NEXT RECORD
               END-PERFORM
               CLOSE ARCH-ORDCOMP
           ELSE
               MOVE FS-ORDCOMP TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-AJUSTES.
           MOVE "AJUSTES" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           OPEN INPUT ARCH-AJUSTES
           IF FS-AJUSTES = "00" OR FS-AJUSTES = "05"
               READ ARCH-AJUSTES
               PERFORM UNTIL FS-AJUSTES = "10"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-AJUSTE TO REGISTRO-INTEG
                   MOVE AJU-SKU TO ARTICULO-BUSCADO
                   PERFORM BUSCAR-ARTICULO-INTEG
                   IF NOT LLAVE-INTEG-HALLADA
                       MOVE "2"            TO SEVERIDAD-INTEG
                       MOVE "AJ01"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-AJ01 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   READ ARCH-AJUSTES
               END-PERFORM
               CLOSE ARCH-AJUSTES
           ELSE
               MOVE FS-AJUSTES TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       REVISAR-INTEG-MOVGL.
           MOVE "MOVGL" TO ARCHIVO-INTEG
           PERFORM INICIAR-ARCHIVO-INTEG
           OPEN INPUT ARCH-MOVGL
           IF FS-MOVGL = "00" OR FS-MOVGL = "05"
               READ ARCH-MOVGL
               PERFORM UNTIL FS-MOVGL = "10"
                   ADD 1 TO TAI-LEIDOS (IDX-AINT)
                   MOVE REG-MOVGL TO REGISTRO-INTEG
                   IF NOT GLSALDOS-TRUNCADOS
                       MOVE MGL-CUENTA TO CUENTA-MOV-GL
                       PERFORM BUSCAR-CUENTA-GLSALDOS
                       IF NOT CTL-HALLADA
                           MOVE "1"            TO SEVERIDAD-INTEG
                           MOVE "MG01"         TO REGLA-INTEG
                           MOVE ETQ-REGLA-MG01 TO DESC-REGLA-INTEG
                           PERFORM REGISTRAR-EXCEPCION-INTEG
                       END-IF
                   END-IF
                   IF (NOT MGL-ES-DEBITO AND NOT MGL-ES-CREDITO)
                      OR MGL-VALOR IS NOT NUMERIC
                       MOVE "1"            TO SEVERIDAD-INTEG
                       MOVE "MG02"         TO REGLA-INTEG
                       MOVE ETQ-REGLA-MG02 TO DESC-REGLA-INTEG
                       PERFORM REGISTRAR-EXCEPCION-INTEG
                   END-IF
                   READ ARCH-MOVGL
               END-PERFORM
               CLOSE ARCH-MOVGL
               IF GLSALDOS-TRUNCADOS
                   MOVE ETQ-INTEG-SIN-CUENTAS TO TAI-NOTA (IDX-AINT)
               END-IF
           ELSE
               MOVE FS-MOVGL TO FS-INTEG
               PERFORM NOTAR-APERTURA-INTEG
           END-IF.
           EXIT.

       ARMAR-RESUMEN-INTEG.
           MOVE TAI-NOMBRE (IDX-AINT)       TO LSI-ARCHIVO
           MOVE TAI-LEIDOS (IDX-AINT)       TO LSI-LEIDOS
           MOVE TAI-CRITICOS (IDX-AINT)     TO LSI-CRITICOS
           MOVE TAI-ADVERTENCIAS (IDX-AINT) TO LSI-ADVERTENCIAS
           MOVE TAI-NOTA (IDX-AINT)         TO LSI-NOTA.
           EXIT.

      *> Reporte al spool: resumen por archivo y luego el detalle de
      *> EXCORD.TMP con corte por archivo y por severidad; cada
      *> excepcion lleva la regla y el registro tal como esta grabado.
       IMPRIMIR-REPORTE-INTEGRIDAD.
           MOVE "INTEGRIDAD" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPINTEG
           OPEN OUTPUT ARCH-REPINTEG
           IF FS-REPINTEG NOT = "00" AND FS-REPINTEG NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 21 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               MOVE ETQ-TITULO-INTEGRIDAD TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CIERRE-LABEL    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      FECHA-NEGOCIO-TEXTO DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-INTEG-RESUMEN TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-INTEGRIDAD TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
               PERFORM VARYING IDX-AINT FROM 1 BY 1
                       UNTIL IDX-AINT > TOTAL-ARCHIVOS-INTEG
                   PERFORM ARMAR-RESUMEN-INTEG
                   MOVE LINEA-RESUMEN-INTEG TO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
               END-PERFORM
               MOVE SPACES TO LINEA-RESUMEN-INTEG
               MOVE "TOTAL"            TO LSI-ARCHIVO
               MOVE CRITICOS-INTEG     TO LSI-CRITICOS
               MOVE ADVERTENCIAS-INTEG TO LSI-ADVERTENCIAS
               MOVE LINEA-RESUMEN-INTEG TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
               IF CRITICOS-INTEG = 0 AND ADVERTENCIAS-INTEG = 0
                   MOVE ETQ-INTEG-SIN-EXCEPC TO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
               ELSE
                   PERFORM IMPRIMIR-EXCEPCIONES-INTEG
               END-IF
               CLOSE ARCH-REPINTEG
               PERFORM REGISTRAR-SPOOL
               MOVE "S" TO SW-REPORTE-INTEG
           END-IF.
           EXIT.

       IMPRIMIR-EXCEPCIONES-INTEG.
           MOVE 0 TO ARCHIVO-INTEG-ANT
           MOVE SPACE TO SEVERIDAD-INTEG-ANT
           OPEN INPUT ARCH-EXCORD
           IF FS-EXCORD = "00" OR FS-EXCORD = "05"
               READ ARCH-EXCORD INTO REG-EXCEPCION-INTEG
               PERFORM UNTIL FS-EXCORD = "10"
                   IF EXI-ORDEN-ARCHIVO NOT = ARCHIVO-INTEG-ANT
                       MOVE SPACES TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
                       STRING ETQ-INTEG-ARCHIVO DELIMITED BY "  "
                              " "               DELIMITED BY SIZE
                              EXI-ARCHIVO       DELIMITED BY SIZE
                              INTO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
                       MOVE EXI-ORDEN-ARCHIVO TO ARCHIVO-INTEG-ANT
                       MOVE SPACE TO SEVERIDAD-INTEG-ANT
                   END-IF
                   IF EXI-SEVERIDAD NOT = SEVERIDAD-INTEG-ANT
                       MOVE SPACES TO LINEA-REPORTE-IMPRESO
                       IF EXI-CRITICA
                           MOVE ETQ-INTEG-CRITICOS
                               TO LINEA-REPORTE-IMPRESO (3:30)
                       ELSE
                           MOVE ETQ-INTEG-ADVERTENCIAS
                               TO LINEA-REPORTE-IMPRESO (3:30)
                       END-IF
                       WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
                       MOVE EXI-SEVERIDAD TO SEVERIDAD-INTEG-ANT
                   END-IF
                   MOVE EXI-REGLA       TO LXI-REGLA
                   MOVE EXI-DESCRIPCION TO LXI-DESCRIPCION
                   MOVE LINEA-EXCEPCION-INTEG TO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
                   MOVE EXI-REGISTRO (1:74) TO LTI-TEXTO
                   MOVE LINEA-REGISTRO-INTEG TO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
                   IF EXI-REGISTRO (75:26) NOT = SPACES
                       MOVE EXI-REGISTRO (75:26) TO LTI-TEXTO
                       MOVE LINEA-REGISTRO-INTEG
                           TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPINTEG FROM LINEA-REPORTE-IMPRESO
                   END-IF
                   READ ARCH-EXCORD INTO REG-EXCEPCION-INTEG
               END-PERFORM
               CLOSE ARCH-EXCORD
           END-IF.
           EXIT.

      *> Antes de un cierre nuevo: sin errores criticos el cierre
      *> sigue; con errores (o si no se pudo verificar) solo procede si
      *> el administrador lo fuerza, y la autorizacion queda en la
      *> bitacora.
       VERIFICAR-INTEGRIDAD-CIERRE.
           DISPLAY ETQ-MSG-INTEG-VERIFICA
                   LINE 07 COL 01 BACKGROUND-COLOR 1
                                  FOREGROUND-COLOR 7
           PERFORM GENERAR-REPORTE-INTEGRIDAD
           IF CRITICOS-INTEG > 0 OR NOT REPORTE-INTEG-GRABADO
               DISPLAY MENSAJE-INTEG
                       LINE 07 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               IF REPORTE-INTEG-GRABADO
                   DISPLAY ETQ-MSG-INTEG-CIERRE
                           LINE 08 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
               ELSE
                   DISPLAY ETQ-MSG-INTEG-SIN-VERIF
                           LINE 08 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
               END-IF
               MOVE SPACE TO OPCION-CAPTURA
               ACCEPT CAMPO-TECLA
               MOVE CRITICOS-INTEG TO CRITICOS-INTEG-ED
               MOVE SPACES TO BIT-DESCRIPCION
               EVALUATE TRUE
                   WHEN FUNCTION UPPER-CASE(OPCION-CAPTURA) = "S"
                        AND REPORTE-INTEG-GRABADO
                       STRING "CIERRE FORZADO: "    DELIMITED SIZE
                              CRITICOS-INTEG-ED     DELIMITED SIZE
                              " ERRORES CRITICOS INTEGRIDAD"
                                                    DELIMITED SIZE
                              INTO BIT-DESCRIPCION
                   WHEN FUNCTION UPPER-CASE(OPCION-CAPTURA) = "S"
                       MOVE "CIERRE FORZADO SIN VERIFICACION DE INTEGRIDAD"
                           TO BIT-DESCRIPCION
                   WHEN REPORTE-INTEG-GRABADO
                       MOVE "N" TO SW-CIERRE-OK
                       DISPLAY ETQ-MSG-INTEG-RECHAZO
                               LINE 08 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       STRING "CIERRE RECHAZADO: "  DELIMITED SIZE
                              "ERRORES CRITICOS DE INTEGRIDAD"
                                                    DELIMITED SIZE
                              INTO BIT-DESCRIPCION
                   WHEN OTHER
                       MOVE "N" TO SW-CIERRE-OK
                       DISPLAY ETQ-MSG-INTEG-RECH-SV
                               LINE 08 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       MOVE "CIERRE RECHAZADO: INTEGRIDAD NO VERIFICADA"
                           TO BIT-DESCRIPCION
               END-EVALUATE
               PERFORM REGISTRAR-BITACORA
           ELSE
               DISPLAY MENSAJE-INTEG
                       LINE 07 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           END-IF.
           EXIT.

      *> Cierre en dos fases: antes de tocar nada se respaldan los
      *> archivos criticos y cada paso queda registrado en CIERCTL;
      *> si el cierre anterior quedo a medias se ofrece reanudarlo
      *> desde el ultimo paso completado o retroceder al respaldo.
       CIERRE-DIA.
           MOVE "EJECUTO CIERRE DEL DIA (ADMINISTRATIVO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           MOVE "N" TO SW-CIERRE-OK
           MOVE "N" TO SW-REANUDA-CIERRE
           PERFORM LEER-CONTROL-CIERRE
           IF CIERRE-PENDIENTE
               PERFORM ATENDER-CIERRE-INTERRUMPIDO
               IF REANUDAR-CIERRE
                   MOVE "S" TO SW-CIERRE-OK
                   MOVE FECHA-CIERRE-PEND TO FECHA-CIERRE-JOR
                   MOVE FECHA-CIERRE-PEND TO FECHA-CIERRE-ANT
               END-IF
           ELSE
               PERFORM INICIAR-PASOS-CIERRE
               MOVE FECHA-NEGOCIO TO FECHA-CIERRE-JOR
               PERFORM LEER-CONTROL-TOMA
               IF NOT TOMA-EN-CURSO
                   PERFORM VERIFICAR-CONFRONTACION-DIA
               END-IF
               IF NOT CIERRE-PROCEDE
                   IF TOMA-EN-CURSO
                       DISPLAY ETQ-MSG-TOMA-CIERRE
                               LINE 06 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       MOVE "CIERRE RECHAZADO: TOMA FISICA ABIERTA"
                           TO BIT-DESCRIPCION
                   ELSE
                       DISPLAY ETQ-MSG-SIN-CONF-HOY
                               LINE 06 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       MOVE "CIERRE RECHAZADO: FALTA CONFRONTACION DEL DIA"
                           TO BIT-DESCRIPCION
                   END-IF
                   PERFORM REGISTRAR-BITACORA
               ELSE
                   PERFORM VERIFICAR-IMPORTACION-POS
                   IF NOT POS-IMPORTADO
                       DISPLAY ETQ-MSG-POS-NO-IMPORTADO
                               LINE 05 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       MOVE "ADVERTENCIA CIERRE: POS DEL DIA NO IMPORTADO"
                           TO BIT-DESCRIPCION
                       PERFORM REGISTRAR-BITACORA
                   END-IF
                   PERFORM VERIFICAR-INTEGRIDAD-CIERRE
                   IF CIERRE-PROCEDE
                       DISPLAY ETQ-MSG-CONFIRMA-CIERRE
                               LINE 06 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       MOVE SPACE TO OPCION-CAPTURA
                       ACCEPT CAMPO-TECLA
                       IF FUNCTION UPPER-CASE(OPCION-CAPTURA) NOT = "S"
                           MOVE "N" TO SW-CIERRE-OK
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF CIERRE-PROCEDE
               PERFORM EJECUTAR-PASOS-CIERRE
           END-IF
           IF CIERRE-SIN-RESPALDO
               DISPLAY ETQ-MSG-ERR-RESPALDO
                       LINE 08 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               MOVE "CIERRE RECHAZADO: FALLO EL RESPALDO PREVIO"
                   TO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
           END-IF
           IF CIERRE-SIN-EXTRACTO
               DISPLAY ETQ-MSG-ERR-EXTRACTO
                       LINE 08 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               MOVE "CIERRE RECHAZADO: FALLO EXTRACTO CASA MATRIZ"
                   TO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
           END-IF
           IF CIERRE-SIN-DIARIO
               DISPLAY ETQ-MSG-ERR-DIARIO
                       LINE 08 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               MOVE "CIERRE RECHAZADO: DIARIO CONTABLE NO CUADRA"
                   TO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
           END-IF
           IF CIERRE-SIN-HISTORIA
               DISPLAY ETQ-MSG-ERR-HISTORIA
                       LINE 08 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               MOVE "CIERRE RECHAZADO: FALLO ARCHIVO DE HISTORIA"
                   TO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
           END-IF
           IF CIERRE-SIN-FECHA
               DISPLAY ETQ-MSG-ERR-FECHACTL
                       LINE 08 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               MOVE "CIERRE RECHAZADO: FALLO CONTROL DE FECHAS"
                   TO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
           END-IF
           IF CIERRE-PROCEDE
               MOVE VENTAS-CERRADAS TO VENTAS-CERRADAS-ED
               DISPLAY ETQ-MSG-CIERRE-OK
                       LINE 08 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               DISPLAY ETQ-MSG-VTAS-HISTORIA
                       LINE 09 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               DISPLAY VENTAS-CERRADAS-ED
                       LINE 09 COL 32 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               DISPLAY ETQ-MSG-NUEVA-FECHA
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               DISPLAY FECHA-NEGOCIO-TEXTO
                       LINE 10 COL 25 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           END-IF
           DISPLAY " " LINE 22 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ACCEPT CAMPO-TECLA
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

      *> Paso 1 respaldo, 2 diario contable, 3 traslado a historia,
      *> 4 extractos para casa matriz, 5 avance de fecha, 6 rotacion
      *> de bitacora. En reanudacion los pasos completados se saltan.
       EJECUTAR-PASOS-CIERRE.
           IF CIERRE-PROCEDE AND TPC-COMPLETO (1) NOT = "S"
               MOVE 1 TO PASO-CIERRE
               PERFORM MARCAR-PASO-INICIADO
               PERFORM RESPALDAR-ARCHIVOS-CIERRE
               IF CIERRE-PROCEDE
                   PERFORM MARCAR-PASO-COMPLETADO
               END-IF
           END-IF
      *> El paso 2 no es idempotente por si solo (MOVGL se extiende y
      *> los saldos GL se aplican incremental), asi que antes de
      *> contabilizar se regresan diario y mayor al respaldo del
      *> paso 1; re-ejecutarlo tras una caida no duplica el posteo.
           IF CIERRE-PROCEDE AND TPC-COMPLETO (2) NOT = "S"
               MOVE 2 TO PASO-CIERRE
               PERFORM MARCAR-PASO-INICIADO
               PERFORM REINICIAR-CONTABLES-RESPALDO
               IF CIERRE-PROCEDE
                   PERFORM CONTABILIZAR-CIERRE-DIA
               END-IF
               IF CIERRE-PROCEDE
                   MOVE TOTAL-MOVDIA TO CUENTA-PASO-CIERRE
                   PERFORM MARCAR-PASO-COMPLETADO
               END-IF
           END-IF
           IF CIERRE-PROCEDE AND TPC-COMPLETO (3) NOT = "S"
               MOVE 3 TO PASO-CIERRE
               PERFORM MARCAR-PASO-INICIADO
               PERFORM TRASLADAR-VENTAS-HISTORIA
               IF CIERRE-PROCEDE
                   MOVE VENTAS-CERRADAS TO CUENTA-PASO-CIERRE
                   PERFORM MARCAR-PASO-COMPLETADO
               END-IF
           END-IF
           IF CIERRE-PROCEDE AND TPC-COMPLETO (4) NOT = "S"
               MOVE 4 TO PASO-CIERRE
               PERFORM MARCAR-PASO-INICIADO
               MOVE FECHA-CIERRE-JOR TO FECHA-EXTRACTO
               PERFORM GENERAR-EXTRACTOS-DIA
               IF NOT EXTRACTO-OK
                   MOVE "E" TO SW-CIERRE-OK
               END-IF
               IF CIERRE-PROCEDE
                   MOVE REGS-EXTRACTO TO CUENTA-PASO-CIERRE
                   PERFORM MARCAR-PASO-COMPLETADO
               END-IF
           END-IF
      *> Paso 5 idempotente: si una caida anterior dejo FECHACTL ya
      *> avanzado (la fecha vigente es la siguiente a la del cierre)
      *> no se avanza de nuevo, solo se marca el paso.
           IF CIERRE-PROCEDE AND TPC-COMPLETO (5) NOT = "S"
               MOVE 5 TO PASO-CIERRE
               PERFORM MARCAR-PASO-INICIADO
               COMPUTE DIA-JULIANO =
                   FUNCTION INTEGER-OF-DATE(FECHA-CIERRE-JOR) + 1
               MOVE FUNCTION DATE-OF-INTEGER(DIA-JULIANO)
                   TO FECHA-SIGUIENTE-JOR
               IF FECHA-NEGOCIO = FECHA-SIGUIENTE-JOR
                   MOVE FECHA-CIERRE-JOR TO FECHA-CIERRE-ANT
               ELSE
                   PERFORM AVANZAR-FECHA-NEGOCIO
               END-IF
               IF CIERRE-PROCEDE
                   PERFORM MARCAR-PASO-COMPLETADO
               END-IF
           END-IF
      *> Paso 6 idempotente: si la bitacora del dia ya fue rotada en
      *> un intento anterior no se rota de nuevo, para no truncar el
      *> archivo BITAC ya generado con el log vivo de la reanudacion.
           IF CIERRE-PROCEDE AND TPC-COMPLETO (6) NOT = "S"
               MOVE 6 TO PASO-CIERRE
               PERFORM MARCAR-PASO-INICIADO
               PERFORM VERIFICAR-BITACORA-ROTADA
               IF NOT BITACORA-YA-ROTADA
                   MOVE VENTAS-CERRADAS TO VENTAS-CERRADAS-ED
                   MOVE SPACES TO BIT-DESCRIPCION
                   STRING "CIERRE "          DELIMITED SIZE
                          FECHA-CIERRE-ANT  DELIMITED SIZE
                          " VTAS:"          DELIMITED SIZE
                          VENTAS-CERRADAS-ED DELIMITED SIZE
                          " NUEVA:"         DELIMITED SIZE
                          FECHA-NEGOCIO     DELIMITED SIZE
                          INTO BIT-DESCRIPCION
                   PERFORM REGISTRAR-BITACORA
                   PERFORM ROTAR-BITACORA
               END-IF
               PERFORM MARCAR-PASO-COMPLETADO
           END-IF.
           EXIT.

       VERIFICAR-BITACORA-ROTADA.
           MOVE "N" TO SW-BIT-ROTADA
           MOVE SPACES TO NOMBRE-BITAHIST
           STRING "BITAC"          DELIMITED SIZE
                  FECHA-CIERRE-ANT DELIMITED SIZE
                  ".LOG"           DELIMITED SIZE
                  INTO NOMBRE-BITAHIST
           OPEN INPUT ARCH-BITAHIST
           IF FS-BITAHIST = "00" OR FS-BITAHIST = "05"
               MOVE "S" TO SW-BIT-ROTADA
               CLOSE ARCH-BITAHIST
           END-IF.
           EXIT.

       INICIAR-PASOS-CIERRE.
           PERFORM VARYING IDX-PAS FROM 1 BY 1
                   UNTIL IDX-PAS > TOTAL-PASOS-CIERRE
               MOVE "N" TO TPC-COMPLETO (IDX-PAS)
           END-PERFORM.
           EXIT.

       MARCAR-PASO-INICIADO.
           MOVE "I" TO ESTADO-PASO-CIERRE
           MOVE 0 TO CUENTA-PASO-CIERRE
           PERFORM REGISTRAR-PASO-CIERRE.
           EXIT.

       MARCAR-PASO-COMPLETADO.
           MOVE "C" TO ESTADO-PASO-CIERRE
           PERFORM REGISTRAR-PASO-CIERRE
           MOVE "S" TO TPC-COMPLETO (PASO-CIERRE).
           EXIT.

       REGISTRAR-PASO-CIERRE.
           MOVE FECHA-CIERRE-JOR   TO CIE-FECHA
           MOVE PASO-CIERRE        TO CIE-PASO
           MOVE ESTADO-PASO-CIERRE TO CIE-ESTADO
           MOVE CUENTA-PASO-CIERRE TO CIE-CUENTA
           OPEN EXTEND ARCH-CIERCTL
           IF FS-CIERCTL = "35"
               OPEN OUTPUT ARCH-CIERCTL
           END-IF
           IF FS-CIERCTL = "00" OR FS-CIERCTL = "05"
               WRITE REG-CIERCTL
               CLOSE ARCH-CIERCTL
           END-IF.
           EXIT.

      *> Solo interesa la ultima fecha del control: si alguno de sus
      *> pasos no quedo completado, hay un cierre interrumpido.
       LEER-CONTROL-CIERRE.
           MOVE "N" TO SW-CIERRE-PENDIENTE
           MOVE 0 TO FECHA-CIERRE-PEND
           PERFORM INICIAR-PASOS-CIERRE
           OPEN INPUT ARCH-CIERCTL
           IF FS-CIERCTL = "00" OR FS-CIERCTL = "05"
               READ ARCH-CIERCTL
               PERFORM UNTIL FS-CIERCTL = "10"
                   IF CIE-FECHA NOT = FECHA-CIERRE-PEND
                       MOVE CIE-FECHA TO FECHA-CIERRE-PEND
                       PERFORM INICIAR-PASOS-CIERRE
                   END-IF
                   IF CIE-COMPLETADO
                      AND CIE-PASO > 0
                      AND CIE-PASO <= TOTAL-PASOS-CIERRE
                       MOVE "S" TO TPC-COMPLETO (CIE-PASO)
                   END-IF
                   READ ARCH-CIERCTL
               END-PERFORM
               CLOSE ARCH-CIERCTL
           END-IF
           IF FECHA-CIERRE-PEND > 0
               PERFORM VARYING IDX-PAS FROM 1 BY 1
                       UNTIL IDX-PAS > TOTAL-PASOS-CIERRE
                   IF TPC-COMPLETO (IDX-PAS) NOT = "S"
                       MOVE "S" TO SW-CIERRE-PENDIENTE
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

       ATENDER-CIERRE-INTERRUMPIDO.
           DISPLAY ETQ-MSG-CIERRE-INT
                   LINE 06 COL 01 BACKGROUND-COLOR 1
                                  FOREGROUND-COLOR 7
           DISPLAY FECHA-CIERRE-PEND
                   LINE 06 COL 38 BACKGROUND-COLOR 1
                                  FOREGROUND-COLOR 7
           DISPLAY ETQ-MENU-CIERRE-INT
                   LINE 07 COL 01 BACKGROUND-COLOR 1
                                  FOREGROUND-COLOR 7
           MOVE SPACE TO OPCION-CAPTURA
           ACCEPT CAMPO-TECLA
           EVALUATE FUNCTION UPPER-CASE(OPCION-CAPTURA)
               WHEN "R"
                   MOVE "S" TO SW-REANUDA-CIERRE
                   MOVE SPACES TO BIT-DESCRIPCION
                   STRING "REANUDA CIERRE INTERRUMPIDO "
                                            DELIMITED SIZE
                          FECHA-CIERRE-PEND DELIMITED SIZE
                          INTO BIT-DESCRIPCION
                   PERFORM REGISTRAR-BITACORA
               WHEN "B"
                   IF TPC-COMPLETO (1) = "S"
                       PERFORM RETROCEDER-CIERRE
                   ELSE
                       DISPLAY ETQ-MSG-SIN-RESPALDO
                               LINE 09 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       REINICIAR-CONTABLES-RESPALDO.
           MOVE "GLCTAS.BAK" TO NOMBRE-COPIAORG
           MOVE "GLCTAS.DAT" TO NOMBRE-COPIADST
           PERFORM COPIAR-ARCHIVO-CIERRE
           IF COPIA-OK
               MOVE "MOVGL.BAK" TO NOMBRE-COPIAORG
               MOVE "MOVGL.DAT" TO NOMBRE-COPIADST
               PERFORM COPIAR-ARCHIVO-CIERRE
           END-IF
           IF NOT COPIA-OK
               MOVE "D" TO SW-CIERRE-OK
           END-IF.
           EXIT.

       RESPALDAR-ARCHIVOS-CIERRE.
           MOVE "VENTAS.DAT"   TO NOMBRE-COPIAORG
           MOVE "VENTAS.BAK"   TO NOMBRE-COPIADST
           PERFORM COPIAR-ARCHIVO-CIERRE
           IF COPIA-OK
               PERFORM DESCARGAR-CARTERA-RESPALDO
           END-IF
           IF COPIA-OK
               MOVE "CARTCTL.DAT" TO NOMBRE-COPIAORG
               MOVE "CARTCTL.BAK" TO NOMBRE-COPIADST
               PERFORM COPIAR-ARCHIVO-CIERRE
           END-IF
           IF COPIA-OK
               MOVE "FECHACTL.DAT" TO NOMBRE-COPIAORG
               MOVE "FECHACTL.BAK" TO NOMBRE-COPIADST
               PERFORM COPIAR-ARCHIVO-CIERRE
           END-IF
           IF COPIA-OK
               MOVE "GLCTAS.DAT" TO NOMBRE-COPIAORG
               MOVE "GLCTAS.BAK" TO NOMBRE-COPIADST
               PERFORM COPIAR-ARCHIVO-CIERRE
           END-IF
           IF COPIA-OK
               MOVE "MOVGL.DAT" TO NOMBRE-COPIAORG
               MOVE "MOVGL.BAK" TO NOMBRE-COPIADST
               PERFORM COPIAR-ARCHIVO-CIERRE
           END-IF
           IF NOT COPIA-OK
               MOVE "R" TO SW-CIERRE-OK
           END-IF.
           EXIT.

       RETROCEDER-CIERRE.
           MOVE "VENTAS.BAK"   TO NOMBRE-COPIAORG
           MOVE "VENTAS.DAT"   TO NOMBRE-COPIADST
           PERFORM COPIAR-ARCHIVO-CIERRE
           IF COPIA-OK
               PERFORM RECARGAR-CARTERA-RESPALDO
           END-IF
           IF COPIA-OK
               MOVE "CARTCTL.BAK" TO NOMBRE-COPIAORG
               MOVE "CARTCTL.DAT" TO NOMBRE-COPIADST
               PERFORM COPIAR-ARCHIVO-CIERRE
           END-IF
           IF COPIA-OK
               MOVE "FECHACTL.BAK" TO NOMBRE-COPIAORG
               MOVE "FECHACTL.DAT" TO NOMBRE-COPIADST
               PERFORM COPIAR-ARCHIVO-CIERRE
           END-IF
           IF COPIA-OK
               MOVE "GLCTAS.BAK" TO NOMBRE-COPIAORG
               MOVE "GLCTAS.DAT" TO NOMBRE-COPIADST
               PERFORM COPIAR-ARCHIVO-CIERRE
           END-IF
           IF COPIA-OK
               MOVE "MOVGL.BAK" TO NOMBRE-COPIAORG
               MOVE "MOVGL.DAT" TO NOMBRE-COPIADST
               PERFORM COPIAR-ARCHIVO-CIERRE
           END-IF
           IF COPIA-OK
               OPEN OUTPUT ARCH-CIERCTL
               IF FS-CIERCTL = "00" OR FS-CIERCTL = "05"
                   CLOSE ARCH-CIERCTL
               END-IF
               PERFORM INICIALIZAR-FECHAS
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "RETROCEDIO CIERRE INTERRUMPIDO "
                                        DELIMITED SIZE
                      FECHA-CIERRE-PEND DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               DISPLAY ETQ-MSG-RETROCESO-OK
                       LINE 09 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               DISPLAY ETQ-MSG-ERR-RESPALDO
                       LINE 09 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           END-IF
           ACCEPT CAMPO-TECLA.
           EXIT.

       COPIAR-ARCHIVO-CIERRE.
           MOVE "S" TO SW-COPIA-OK
           OPEN INPUT ARCH-COPIAORG
           EVALUATE TRUE
               WHEN FS-COPIAORG = "00" OR FS-COPIAORG = "05"
                   OPEN OUTPUT ARCH-COPIADST
                   IF FS-COPIADST NOT = "00"
                      AND FS-COPIADST NOT = "05"
                       MOVE "N" TO SW-COPIA-OK
                       CLOSE ARCH-COPIAORG
                   ELSE
                       READ ARCH-COPIAORG
                       PERFORM UNTIL FS-COPIAORG = "10"
                          OR FS-COPIADST NOT = "00"
                           WRITE REG-COPIADST FROM REG-COPIAORG
                           READ ARCH-COPIAORG
                       END-PERFORM
                       IF FS-COPIADST NOT = "00"
                           MOVE "N" TO SW-COPIA-OK
                       END-IF
                       CLOSE ARCH-COPIADST
                       CLOSE ARCH-COPIAORG
                   END-IF
      *> Fuente inexistente: se deja un destino vacio para que el
      *> retroceso tambien cubra archivos aun no creados.
               WHEN FS-COPIAORG = "35"
                   OPEN OUTPUT ARCH-COPIADST
                   IF FS-COPIADST = "00" OR FS-COPIADST = "05"
                       CLOSE ARCH-COPIADST
                   ELSE
                       MOVE "N" TO SW-COPIA-OK
                   END-IF
               WHEN OTHER
                   MOVE "N" TO SW-COPIA-OK
           END-EVALUATE.
           EXIT.

      *> La cartera indexada se respalda descargandola en orden de
      *> llave a un archivo plano, y se restaura cargandola de nuevo.
       DESCARGAR-CARTERA-RESPALDO.
           MOVE "S" TO SW-COPIA-OK
           MOVE "CARTERA.BAK" TO NOMBRE-COPIADST
           OPEN OUTPUT ARCH-COPIADST
           IF FS-COPIADST NOT = "00" AND FS-COPIADST NOT = "05"
               MOVE "N" TO SW-COPIA-OK
           ELSE
               OPEN INPUT ARCH-CARTERA
               EVALUATE TRUE
                   WHEN FS-CARTERA = "00" OR FS-CARTERA = "05"
                       READ ARCH-CARTERA NEXT RECORD
                       PERFORM UNTIL FS-CARTERA = "10"
                          OR FS-COPIADST NOT = "00"
                           WRITE REG-COPIADST FROM REG-CARTERA
                           READ ARCH-CARTERA NEXT RECORD
                       END-PERFORM
                       IF FS-COPIADST NOT = "00"
                           MOVE "N" TO SW-COPIA-OK
                       END-IF
                       CLOSE ARCH-CARTERA
                   WHEN FS-CARTERA = "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO SW-COPIA-OK
               END-EVALUATE
               CLOSE ARCH-COPIADST
           END-IF.
           EXIT.

       RECARGAR-CARTERA-RESPALDO.
           MOVE "S" TO SW-COPIA-OK
           MOVE "CARTERA.BAK" TO NOMBRE-COPIAORG
           OPEN INPUT ARCH-COPIAORG
           IF FS-COPIAORG NOT = "00" AND FS-COPIAORG NOT = "05"
              AND FS-COPIAORG NOT = "35"
               MOVE "N" TO SW-COPIA-OK
           ELSE
               OPEN OUTPUT ARCH-CARTERA
               IF FS-CARTERA NOT = "00"
                   MOVE "N" TO SW-COPIA-OK
               ELSE
                   IF FS-COPIAORG NOT = "35"
                       READ ARCH-COPIAORG
                       PERFORM UNTIL FS-COPIAORG = "10"
                          OR NOT COPIA-OK
                           MOVE REG-COPIAORG TO REG-CARTERA
                           WRITE REG-CARTERA
                               INVALID KEY
                                   MOVE "N" TO SW-COPIA-OK
                           END-WRITE
                           READ ARCH-COPIAORG
                       END-PERFORM
                   END-IF
                   CLOSE ARCH-CARTERA
               END-IF
               IF FS-COPIAORG NOT = "35"
                   CLOSE ARCH-COPIAORG
               END-IF
           END-IF.
           EXIT.

      *> Extractos delimitados para la casa matriz: ventas del dia
      *> (desde la historia VTAH de la fecha) y saldos de cartera,
      *> cada uno con cola de control (conteo y totales de hash) y
      *> registrados en el spool con estado P (pendiente de envio).
       GENERAR-EXTRACTOS-DIA.
           MOVE "S" TO SW-EXTRACTO-OK
           PERFORM GENERAR-EXTRACTO-VENTAS
           IF EXTRACTO-OK
               PERFORM GENERAR-EXTRACTO-CARTERA
           END-IF.
           EXIT.

       GENERAR-EXTRACTO-VENTAS.
           MOVE 0 TO REGS-EXTRACTO
           MOVE 0 TO HASH-CANT-EXT
           MOVE ZERO TO HASH-VALOR-EXT
           MOVE SPACES TO NOMBRE-VTAHIST
           STRING "VTAH"        DELIMITED SIZE
                  FECHA-EXTRACTO DELIMITED SIZE
                  ".DAT"        DELIMITED SIZE
                  INTO NOMBRE-VTAHIST
           MOVE SPACES TO NOMBRE-EXTVTA
           STRING "EXTVTA"      DELIMITED SIZE
                  FECHA-EXTRACTO DELIMITED SIZE
                  ".TXT"        DELIMITED SIZE
                  INTO NOMBRE-EXTVTA
           MOVE NOMBRE-EXTVTA TO NOMBRE-EXTRACTO
           OPEN OUTPUT ARCH-EXTRACTO
           IF FS-EXTRACTO NOT = "00" AND FS-EXTRACTO NOT = "05"
               MOVE "N" TO SW-EXTRACTO-OK
           ELSE
               OPEN INPUT ARCH-VTAHIST
               EVALUATE TRUE
                   WHEN FS-VTAHIST = "00" OR FS-VTAHIST = "05"
                       READ ARCH-VTAHIST
                       PERFORM UNTIL FS-VTAHIST = "10"
                          OR FS-EXTRACTO NOT = "00"
                           MOVE REG-VTAHIST TO REG-VTAHIST-W
                           PERFORM ESCRIBIR-LINEA-EXTVTA
                           READ ARCH-VTAHIST
                       END-PERFORM
                       CLOSE ARCH-VTAHIST
      *> Dia sin historia de ventas: el extracto sale solo con cola.
                   WHEN FS-VTAHIST = "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO SW-EXTRACTO-OK
               END-EVALUATE
               IF EXTRACTO-OK
                   PERFORM AGREGAR-DEVOLUC-EXTVTA
               END-IF
               IF FS-EXTRACTO NOT = "00" AND FS-EXTRACTO NOT = "05"
                   MOVE "N" TO SW-EXTRACTO-OK
               END-IF
               PERFORM ESCRIBIR-COLA-EXTVTA
               CLOSE ARCH-EXTRACTO
               IF EXTRACTO-OK
                   PERFORM REGISTRAR-EXTRACTO-SPOOL
               END-IF
           END-IF.
           EXIT.

       ESCRIBIR-LINEA-EXTVTA.
           ADD 1 TO REGS-EXTRACTO
           ADD AVH-CANTIDAD TO HASH-CANT-EXT
           COMPUTE VALOR-LINEA-EXT = AVH-CANTIDAD * AVH-PRECIO
           COMPUTE HASH-VALOR-EXT = HASH-VALOR-EXT + VALOR-LINEA-EXT
           MOVE AVH-PRECIO TO PRECIO-EXT-ED
           MOVE VALOR-LINEA-EXT TO VALOR-EXT-ED
           MOVE SPACES TO LINEA-EXTRACTO
           STRING AVH-FECHA     DELIMITED SIZE
                  ";"           DELIMITED SIZE
                  AVH-SKU       DELIMITED BY SPACE
                  ";"           DELIMITED SIZE
                  AVH-TERCERO   DELIMITED SIZE
                  ";"           DELIMITED SIZE
                  AVH-CANTIDAD  DELIMITED SIZE
                  ";"           DELIMITED SIZE
                  PRECIO-EXT-ED DELIMITED SIZE
                  ";"           DELIMITED SIZE
                  VALOR-EXT-ED  DELIMITED SIZE
                  INTO LINEA-EXTRACTO
           WRITE REG-EXTRACTO FROM LINEA-EXTRACTO.
           EXIT.

      *> Las devoluciones del dia viajan como lineas negativas de
      *> venta, con la misma forma de las lineas de historia.
       AGREGAR-DEVOLUC-EXTVTA.
           OPEN INPUT ARCH-DEVOLUC
           IF FS-DEVOLUC = "00" OR FS-DEVOLUC = "05"
               READ ARCH-DEVOLUC
               PERFORM UNTIL FS-DEVOLUC = "10"
                  OR FS-EXTRACTO NOT = "00"
                   IF DEV-FECHA = FECHA-EXTRACTO
                       PERFORM ESCRIBIR-DEVOLUC-EXTVTA
                   END-IF
                   READ ARCH-DEVOLUC
               END-PERFORM
               CLOSE ARCH-DEVOLUC
           END-IF.
           EXIT.

       ESCRIBIR-DEVOLUC-EXTVTA.
           ADD 1 TO REGS-EXTRACTO
           SUBTRACT DEV-CANTIDAD FROM HASH-CANT-EXT
           COMPUTE VALOR-LINEA-EXT = DEV-CANTIDAD * DEV-PRECIO
           COMPUTE HASH-VALOR-EXT = HASH-VALOR-EXT - VALOR-LINEA-EXT
           COMPUTE CANT-DEV-EXT-ED = 0 - DEV-CANTIDAD
           COMPUTE VALOR-DEV-EXT-ED = 0 - VALOR-LINEA-EXT
           MOVE DEV-PRECIO TO PRECIO-EXT-ED
           MOVE SPACES TO LINEA-EXTRACTO
           STRING DEV-FECHA        DELIMITED SIZE
                  ";"              DELIMITED SIZE
                  DEV-SKU          DELIMITED BY SPACE
                  ";"              DELIMITED SIZE
                  DEV-TERCERO      DELIMITED SIZE
                  ";"              DELIMITED SIZE
                  CANT-DEV-EXT-ED  DELIMITED SIZE
                  ";"              DELIMITED SIZE
                  PRECIO-EXT-ED    DELIMITED SIZE
                  ";"              DELIMITED SIZE
                  VALOR-DEV-EXT-ED DELIMITED SIZE
                  INTO LINEA-EXTRACTO
           WRITE REG-EXTRACTO FROM LINEA-EXTRACTO.
           EXIT.

       ESCRIBIR-COLA-EXTVTA.
           MOVE HASH-VALOR-EXT TO HASH-VALOR-ED
           MOVE HASH-CANT-EXT TO HASH-CANT-ED
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "T;"          DELIMITED SIZE
                  REGS-EXTRACTO DELIMITED SIZE
                  ";"           DELIMITED SIZE
                  HASH-CANT-ED  DELIMITED SIZE
                  ";"           DELIMITED SIZE
                  HASH-VALOR-ED DELIMITED SIZE
                  INTO LINEA-EXTRACTO
           WRITE REG-EXTRACTO FROM LINEA-EXTRACTO.
           EXIT.

       GENERAR-EXTRACTO-CARTERA.
           MOVE 0 TO REGS-EXTRACTO
           MOVE ZERO TO HASH-SALDO-EXT
           MOVE SPACES TO NOMBRE-EXTCAR
           STRING "EXTCAR"       DELIMITED SIZE
                  FECHA-EXTRACTO DELIMITED SIZE
                  ".TXT"         DELIMITED SIZE
                  INTO NOMBRE-EXTCAR
           MOVE NOMBRE-EXTCAR TO NOMBRE-EXTRACTO
           OPEN OUTPUT ARCH-EXTRACTO
           IF FS-EXTRACTO NOT = "00" AND FS-EXTRACTO NOT = "05"
               MOVE "N" TO SW-EXTRACTO-OK
           ELSE
               OPEN INPUT ARCH-CARTERA
               EVALUATE TRUE
                   WHEN FS-CARTERA = "00" OR FS-CARTERA = "05"
                       READ ARCH-CARTERA NEXT RECORD
                       PERFORM UNTIL FS-CARTERA = "10"
                          OR FS-EXTRACTO NOT = "00"
                           PERFORM ESCRIBIR-LINEA-EXTCAR
                           READ ARCH-CARTERA NEXT RECORD
                       END-PERFORM
                       CLOSE ARCH-CARTERA
      *> Cartera inexistente: el extracto sale solo con cola.
                   WHEN FS-CARTERA = "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO SW-EXTRACTO-OK
               END-EVALUATE
               IF FS-EXTRACTO NOT = "00" AND FS-EXTRACTO NOT = "05"
                   MOVE "N" TO SW-EXTRACTO-OK
               END-IF
               MOVE HASH-SALDO-EXT TO HASH-SALDO-ED
               MOVE SPACES TO LINEA-EXTRACTO
               STRING "T;"          DELIMITED SIZE
                      REGS-EXTRACTO DELIMITED SIZE
                      ";"           DELIMITED SIZE
                      HASH-SALDO-ED DELIMITED SIZE
                      INTO LINEA-EXTRACTO
               WRITE REG-EXTRACTO FROM LINEA-EXTRACTO
               CLOSE ARCH-EXTRACTO
               IF EXTRACTO-OK
                   PERFORM REGISTRAR-EXTRACTO-SPOOL
               END-IF
           END-IF.
           EXIT.

       ESCRIBIR-LINEA-EXTCAR.
           ADD 1 TO REGS-EXTRACTO
           ADD CAR-VALOR TO HASH-SALDO-EXT
           MOVE CAR-VALOR TO SALDO-EXT-ED
           MOVE SPACES TO LINEA-EXTRACTO
           STRING CAR-TERCERO      DELIMITED SIZE
                  ";"              DELIMITED SIZE
                  CAR-DOCUMENTO    DELIMITED SIZE
                  ";"              DELIMITED SIZE
                  CAR-TIPO         DELIMITED SIZE
                  ";"              DELIMITED SIZE
                  CAR-FECHA-VENCE  DELIMITED SIZE
                  ";"              DELIMITED SIZE
                  SALDO-EXT-ED     DELIMITED SIZE
                  INTO LINEA-EXTRACTO
           WRITE REG-EXTRACTO FROM LINEA-EXTRACTO.
           EXIT.

      *> Si el archivo ya estaba registrado (regeneracion del dia) se
      *> actualiza su renglon a estado P en lugar de duplicarlo, para
      *> que el gestor muestre un solo estado por extracto.
       REGISTRAR-EXTRACTO-SPOOL.
           PERFORM CARGAR-TABLA-SPOOL
           MOVE "N" TO SW-EXT-SPL-HALLADO
           PERFORM VARYING IDX-SPL FROM 1 BY 1
                   UNTIL IDX-SPL > TOTAL-SPOOL
               IF TSP-ARCHIVO (IDX-SPL) = NOMBRE-EXTRACTO
                   MOVE "S" TO SW-EXT-SPL-HALLADO
                   SET POS-EXT-SPL TO IDX-SPL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-ACTUAL
           IF EXT-SPL-HALLADO AND NOT SPOOL-TRUNCADO
               MOVE FECHA-EXTRACTO  TO TSP-FECHA (POS-EXT-SPL)
               MOVE HHMMSS-ACTUAL   TO TSP-HORA (POS-EXT-SPL)
               MOVE OPERADOR-ACTUAL TO TSP-OPERADOR (POS-EXT-SPL)
               MOVE "P"             TO TSP-ESTADO (POS-EXT-SPL)
               PERFORM REESCRIBIR-SPOOLIDX
           ELSE
               MOVE NOMBRE-EXTRACTO TO SPL-ARCHIVO
               MOVE "EXTRACTO"      TO SPL-TIPO
               MOVE FECHA-EXTRACTO  TO SPL-FECHA
               MOVE HHMMSS-ACTUAL   TO SPL-HORA
               MOVE OPERADOR-ACTUAL TO SPL-OPERADOR
               MOVE "P"             TO SPL-ESTADO
               OPEN EXTEND ARCH-SPOOLIDX
               IF FS-SPOOLIDX = "00" OR FS-SPOOLIDX = "05"
                   WRITE REG-SPOOL
                   CLOSE ARCH-SPOOLIDX
               END-IF
           END-IF
           MOVE SPACES TO BIT-DESCRIPCION
           STRING "EXTRACTO GENERADO " DELIMITED SIZE
                  NOMBRE-EXTRACTO      DELIMITED SIZE
                  INTO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA.
           EXIT.

       MANTENIMIENTO-OPERADORES.
           MOVE "EJECUTO MANTENIMIENTO DE OPERADORES (ADMVO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM CARGAR-TABLA-PERMISOS
           MOVE SPACE TO OPCION-VENTANA-OPER
           PERFORM UNTIL FUNCTION UPPER-CASE(OPCION-VENTANA-OPER) = "S"
               PERFORM LISTAR-OPERADORES
               MOVE SPACE TO OPCION-CAPTURA
               ACCEPT CAMPO-TECLA
               MOVE OPCION-CAPTURA TO OPCION-VENTANA-OPER
               EVALUATE FUNCTION UPPER-CASE(OPCION-VENTANA-OPER)
                   WHEN "A"
                       PERFORM AGREGAR-OPERADOR
                   WHEN "C"
                       PERFORM RESTABLECER-CLAVE-OPERADOR
                   WHEN "R"
                       PERFORM CAMBIAR-ROL-OPERADOR
                   WHEN "I"
                       PERFORM CAMBIAR-ESTADO-OPERADOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       LISTAR-OPERADORES.
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-OPERADORES LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-COLHDR-OPER LINE 04 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE 5 TO RENGLON-LISTA
           OPEN INPUT ARCH-USUARIOS
           IF FS-USUARIOS = "00" OR FS-USUARIOS = "05"
               READ ARCH-USUARIOS NEXT RECORD
               PERFORM UNTIL FS-USUARIOS = "10"
                          OR RENGLON-LISTA > 16
                   MOVE USR-ID TO LOP-ID
                   MOVE USR-NOMBRE TO LOP-NOMBRE
                   MOVE USR-ROL TO LOP-ROL
                   IF USR-ESTADO = SPACE
                       MOVE "A" TO LOP-ESTADO
                   ELSE
                       MOVE USR-ESTADO TO LOP-ESTADO
                   END-IF
                   DISPLAY LINEA-OPERADOR LINE RENGLON-LISTA COL 01
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   ADD 1 TO RENGLON-LISTA
                   READ ARCH-USUARIOS NEXT RECORD
               END-PERFORM
               CLOSE ARCH-USUARIOS
           END-IF
           DISPLAY ETQ-MENU-OPER LINE 17 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

      *> Lectura directa por llave; un estado en blanco (registros
      *> anteriores al campo) se toma como activo.
       BUSCAR-USUARIO.
           MOVE "N" TO SW-USUARIO-HALLADO
           OPEN INPUT ARCH-USUARIOS
           IF FS-USUARIOS = "00" OR FS-USUARIOS = "05"
               MOVE OPER-ID-MANT TO USR-ID
               READ ARCH-USUARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-USUARIO-HALLADO
                       IF USR-ESTADO = SPACE
                           MOVE "A" TO USR-ESTADO
                       END-IF
               END-READ
               CLOSE ARCH-USUARIOS
           END-IF.
           EXIT.

       AGREGAR-OPERADOR.
           MOVE SPACE TO OPER-ID-MANT
           MOVE SPACE TO CLAVE-NUEVA
           MOVE SPACE TO NOMBRE-NUEVO
           MOVE SPACE TO ROL-NUEVO
           DISPLAY PANTALLA-OPERADOR-ALTA
           ACCEPT PANTALLA-OPERADOR-ALTA
           IF OPER-ID-MANT NOT = SPACE AND CLAVE-NUEVA NOT = SPACE
               MOVE FUNCTION UPPER-CASE(ROL-NUEVO) TO ROL-NUEVO
               PERFORM VALIDAR-ROL-OPERADOR
               PERFORM BUSCAR-USUARIO
               IF NOT ROL-VALIDO
                   CONTINUE
               ELSE
               IF USUARIO-HALLADO
                   PERFORM AVISAR-OPERADOR-EXISTE
               ELSE
                   MOVE OPER-ID-MANT TO USR-ID
                   MOVE CLAVE-NUEVA TO CLAVE-TRABAJO
                   PERFORM CIFRAR-CLAVE
                   MOVE CLAVE-TRABAJO TO USR-CLAVE
                   MOVE NOMBRE-NUEVO  TO USR-NOMBRE
                   MOVE ROL-NUEVO     TO USR-ROL
                   MOVE "A" TO USR-ESTADO
                   MOVE FECHA-NEGOCIO TO USR-FECHA-CLAVE
                   MOVE 0 TO USR-INTENTOS
                   PERFORM INSERTAR-USUARIO
                   IF REESCRITURA-OK
                       MOVE SPACES TO BIT-DESCRIPCION
                       STRING "ALTA OPERADOR " DELIMITED SIZE
                              OPER-ID-MANT     DELIMITED SIZE
                              " ROL "          DELIMITED SIZE
                              ROL-NUEVO        DELIMITED SIZE
                              " ESTADO A"      DELIMITED SIZE
                              INTO BIT-DESCRIPCION
                       PERFORM REGISTRAR-BITACORA
                   END-IF
               END-IF
               END-IF
           END-IF.
           EXIT.

       VALIDAR-ROL-OPERADOR.
           MOVE "N" TO SW-ROL-VALIDO
           PERFORM VARYING IDX-PERM FROM 1 BY 1
                   UNTIL IDX-PERM > TOTAL-PERMISOS
               IF TP-ROL (IDX-PERM) = ROL-NUEVO
                   MOVE "S" TO SW-ROL-VALIDO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ROL-VALIDO
               DISPLAY ETQ-MSG-ROL-INVALIDO
                       LINE 21 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           END-IF.
           EXIT.

       RESTABLECER-CLAVE-OPERADOR.
           PERFORM CAPTURAR-OPERADOR-MANT
           IF USUARIO-HALLADO
               MOVE SPACE TO CLAVE-NUEVA
               DISPLAY PANTALLA-CLAVE-NUEVA
               ACCEPT PANTALLA-CLAVE-NUEVA
               IF CLAVE-NUEVA NOT = SPACE
                   MOVE CLAVE-NUEVA TO CLAVE-TRABAJO
                   PERFORM CIFRAR-CLAVE
                   MOVE CLAVE-TRABAJO TO USR-CLAVE
                   MOVE FECHA-NEGOCIO TO USR-FECHA-CLAVE
                   MOVE 0 TO USR-INTENTOS
                   IF USR-ESTADO = "B"
                       MOVE "A" TO USR-ESTADO
                   END-IF
                   PERFORM REGRABAR-USUARIO
                   MOVE SPACES TO BIT-DESCRIPCION
                   STRING "RESTABLECIO CLAVE OPERADOR " DELIMITED SIZE
                          OPER-ID-MANT                  DELIMITED SIZE
                          INTO BIT-DESCRIPCION
                   PERFORM REGISTRAR-BITACORA
               END-IF
           END-IF.
           EXIT.

       CAMBIAR-ROL-OPERADOR.
           PERFORM CAPTURAR-OPERADOR-MANT
           IF USUARIO-HALLADO
               MOVE SPACE TO ROL-NUEVO
               DISPLAY PANTALLA-ROL-NUEVO
               ACCEPT PANTALLA-ROL-NUEVO
               IF ROL-NUEVO NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(ROL-NUEVO) TO ROL-NUEVO
                   PERFORM VALIDAR-ROL-OPERADOR
               END-IF
               IF ROL-NUEVO NOT = SPACE AND ROL-VALIDO
                   MOVE USR-ROL TO ROL-ANTERIOR
                   MOVE ROL-NUEVO TO USR-ROL
                   MOVE SPACES TO BIT-DESCRIPCION
                   STRING "ROL OPERADOR "    DELIMITED SIZE
                          OPER-ID-MANT       DELIMITED SIZE
                          ": "               DELIMITED SIZE
                          ROL-ANTERIOR       DELIMITED SIZE
                          " -> "             DELIMITED SIZE
                          ROL-NUEVO          DELIMITED SIZE
                          INTO BIT-DESCRIPCION
                   PERFORM REGISTRAR-BITACORA
                   PERFORM REGRABAR-USUARIO
                   IF OPER-ID-MANT = OPERADOR-ACTUAL
                       MOVE ROL-NUEVO TO ROL-OPERADOR
                       PERFORM CARGAR-PERMISOS-OPERADOR
                   END-IF
               END-IF
           END-IF.
           EXIT.

       CAMBIAR-ESTADO-OPERADOR.
           PERFORM CAPTURAR-OPERADOR-MANT
           IF USUARIO-HALLADO
               MOVE USR-ESTADO TO ESTADO-ANTERIOR
      *> Una cuenta bloqueada por intentos fallidos se reactiva por
      *> esta misma opcion, reiniciando el contador persistido.
               IF USR-ESTADO = "I"
                  OR USR-ESTADO = "B"
                   MOVE "A" TO USR-ESTADO
                   MOVE 0 TO USR-INTENTOS
               ELSE
                   MOVE "I" TO USR-ESTADO
               END-IF
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "ESTADO OPERADOR "   DELIMITED SIZE
                      OPER-ID-MANT         DELIMITED SIZE
                      ": "                 DELIMITED SIZE
                      ESTADO-ANTERIOR      DELIMITED SIZE
                      " -> "               DELIMITED SIZE
                      USR-ESTADO           DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               PERFORM REGRABAR-USUARIO
           END-IF.
           EXIT.

       CAPTURAR-OPERADOR-MANT.
           MOVE SPACE TO OPER-ID-MANT
           DISPLAY PANTALLA-OPERADOR-ID
           ACCEPT PANTALLA-OPERADOR-ID
           MOVE "N" TO SW-USUARIO-HALLADO
           IF OPER-ID-MANT NOT = SPACE
               PERFORM BUSCAR-USUARIO
               IF NOT USUARIO-HALLADO
                   PERFORM AVISAR-OPERADOR-NO-EXISTE
               END-IF
           END-IF.
           EXIT.

       AVISAR-TABLA-TRUNCADA.
           DISPLAY ETQ-MSG-TABLA-EXCEDIDA
                   LINE 21 COL 01 BACKGROUND-COLOR 1
                                  FOREGROUND-COLOR 7
           ACCEPT CAMPO-TECLA.
           EXIT.

       AVISAR-OPERADOR-EXISTE.
           DISPLAY ETQ-MSG-OPER-EXISTE
                   LINE 21 COL 01 BACKGROUND-COLOR 1
                                  FOREGROUND-COLOR 7
           ACCEPT CAMPO-TECLA.
           EXIT.

       AVISAR-OPERADOR-NO-EXISTE.
           DISPLAY ETQ-MSG-OPER-NO-EXISTE
                   LINE 21 COL 01 BACKGROUND-COLOR 1
                                  FOREGROUND-COLOR 7
           ACCEPT CAMPO-TECLA.
           EXIT.

       REGRABAR-USUARIO.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN I-O ARCH-USUARIOS
           IF FS-USUARIOS NOT = "00" AND FS-USUARIOS NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               REWRITE REG-USUARIO
                   INVALID KEY
                       MOVE "N" TO SW-REESCRITURA-OK
               END-REWRITE
               IF FS-USUARIOS NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-USUARIOS
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "USUARIOS" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       INSERTAR-USUARIO.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN I-O ARCH-USUARIOS
           IF FS-USUARIOS = "35"
               OPEN OUTPUT ARCH-USUARIOS
           END-IF
           IF FS-USUARIOS NOT = "00" AND FS-USUARIOS NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               WRITE REG-USUARIO
                   INVALID KEY
                       MOVE "N" TO SW-REESCRITURA-OK
               END-WRITE
               IF FS-USUARIOS NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-USUARIOS
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "USUARIOS" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       AVISAR-REESCRITURA-FALLIDA.
           DISPLAY ETQ-MSG-ERR-GRABACION
                   LINE 21 COL 01 BACKGROUND-COLOR 1
                                  FOREGROUND-COLOR 7
           MOVE SPACES TO BIT-DESCRIPCION
           STRING "ERROR REESCRIBIENDO ARCHIVO " DELIMITED SIZE
                  ARCHIVO-EN-ERROR               DELIMITED SIZE
                  INTO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           ACCEPT CAMPO-TECLA.
           EXIT.

       MANTENIMIENTO-PERMISOS.
           MOVE "EJECUTO MANTENIMIENTO DE PERMISOS (ADMVO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM CARGAR-TABLA-PERMISOS
           MOVE SPACE TO OPCION-VENTANA-PERM
           PERFORM UNTIL FUNCTION UPPER-CASE(OPCION-VENTANA-PERM) = "S"
               PERFORM LISTAR-PERMISOS
               MOVE SPACE TO OPCION-CAPTURA
               ACCEPT CAMPO-TECLA
               MOVE OPCION-CAPTURA TO OPCION-VENTANA-PERM
               EVALUATE FUNCTION UPPER-CASE(OPCION-VENTANA-PERM)
                   WHEN "E"
                       IF PERMISOS-TRUNCADOS
                           PERFORM AVISAR-TABLA-TRUNCADA
                       ELSE
                           PERFORM EDITAR-PERMISOS-ROL
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       CARGAR-TABLA-PERMISOS.
           MOVE 0 TO TOTAL-PERMISOS
           MOVE "N" TO SW-PERMISOS-TRUNC
           OPEN INPUT ARCH-PERMISOS
           IF FS-PERMISOS = "00" OR FS-PERMISOS = "05"
               READ ARCH-PERMISOS
               PERFORM UNTIL FS-PERMISOS = "10"
                   IF TOTAL-PERMISOS < 10
                       ADD 1 TO TOTAL-PERMISOS
                       MOVE PER-ROL     TO TP-ROL (TOTAL-PERMISOS)
                       MOVE PER-MODULOS TO TP-MODULOS (TOTAL-PERMISOS)
                   ELSE
                       MOVE "S" TO SW-PERMISOS-TRUNC
                   END-IF
                   READ ARCH-PERMISOS
               END-PERFORM
               CLOSE ARCH-PERMISOS
           END-IF.
           EXIT.

       LISTAR-PERMISOS.
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-PERMISOS LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-COLHDR-PERM LINE 04 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE 5 TO RENGLON-LISTA
           PERFORM VARYING IDX-PERM FROM 1 BY 1
                   UNTIL IDX-PERM > TOTAL-PERMISOS
                      OR RENGLON-LISTA > 15
               MOVE TP-ROL (IDX-PERM)     TO LPE-ROL
               MOVE TP-MODULOS (IDX-PERM) TO LPE-MODULOS
               DISPLAY LINEA-PERMISO LINE RENGLON-LISTA COL 01
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               ADD 1 TO RENGLON-LISTA
           END-PERFORM
           DISPLAY ETQ-MENU-PERM LINE 16 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

       EDITAR-PERMISOS-ROL.
           MOVE SPACE TO ROL-MANT
           DISPLAY PANTALLA-PERMISOS-ROL
           ACCEPT PANTALLA-PERMISOS-ROL
           IF ROL-MANT NOT = SPACE
               MOVE FUNCTION UPPER-CASE(ROL-MANT) TO ROL-MANT
               MOVE "N" TO SW-PERMISO-HALLADO
               PERFORM VARYING IDX-PERM FROM 1 BY 1
                       UNTIL IDX-PERM > TOTAL-PERMISOS
                   IF TP-ROL (IDX-PERM) = ROL-MANT
                       MOVE "S" TO SW-PERMISO-HALLADO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF PERMISO-HALLADO
                   MOVE TP-MODULOS (IDX-PERM) TO MODULOS-MANT
               ELSE
                   MOVE "NNNN" TO MODULOS-MANT
               END-IF
               MOVE MODULOS-MANT TO MODULOS-ANTERIOR
               DISPLAY PANTALLA-PERMISOS-GRID
               ACCEPT PANTALLA-PERMISOS-GRID
               MOVE FUNCTION UPPER-CASE(MODULOS-MANT) TO MODULOS-MANT
               PERFORM VALIDAR-GRID-PERMISOS
               IF GRID-VALIDO
                   PERFORM GUARDAR-PERMISOS-ROL
               ELSE
                   DISPLAY ETQ-MSG-GRID-INVALIDO
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               END-IF
           END-IF.
           EXIT.

       VALIDAR-GRID-PERMISOS.
           MOVE "S" TO SW-GRID-VALIDO
           PERFORM VARYING POS-GRID FROM 1 BY 1 UNTIL POS-GRID > 4
               IF MODULOS-MANT (POS-GRID:1) NOT = "S"
                  AND MODULOS-MANT (POS-GRID:1) NOT = "N"
                   MOVE "N" TO SW-GRID-VALIDO
               END-IF
           END-PERFORM.
           EXIT.

       GUARDAR-PERMISOS-ROL.
           MOVE "S" TO SW-PERMISO-GUARDADO
           IF PERMISO-HALLADO
               MOVE MODULOS-MANT TO TP-MODULOS (IDX-PERM)
           ELSE
               IF TOTAL-PERMISOS < 10
                   ADD 1 TO TOTAL-PERMISOS
                   MOVE ROL-MANT     TO TP-ROL (TOTAL-PERMISOS)
                   MOVE MODULOS-MANT TO TP-MODULOS (TOTAL-PERMISOS)
               ELSE
                   MOVE "N" TO SW-PERMISO-GUARDADO
                   DISPLAY ETQ-MSG-ROLES-LLENA
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               END-IF
           END-IF
           IF PERMISO-GUARDADO
               PERFORM REESCRIBIR-PERMISOS
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "PERMISOS ROL "   DELIMITED SIZE
                      ROL-MANT          DELIMITED SIZE
                      ": "              DELIMITED SIZE
                      MODULOS-ANTERIOR  DELIMITED SIZE
                      " -> "            DELIMITED SIZE
                      MODULOS-MANT      DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               IF ROL-MANT = ROL-OPERADOR
                   PERFORM CARGAR-PERMISOS-OPERADOR
               END-IF
           END-IF.
           EXIT.

       REESCRIBIR-PERMISOS.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN OUTPUT ARCH-PERMISOS
           IF FS-PERMISOS NOT = "00" AND FS-PERMISOS NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               PERFORM VARYING IDX-PERM FROM 1 BY 1
                       UNTIL IDX-PERM > TOTAL-PERMISOS
                          OR FS-PERMISOS NOT = "00"
                   MOVE TP-ROL (IDX-PERM)     TO PER-ROL
                   MOVE TP-MODULOS (IDX-PERM) TO PER-MODULOS
                   WRITE REG-PERMISO
               END-PERFORM
               IF FS-PERMISOS NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-PERMISOS
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "PERMISOS" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       MANTENIMIENTO-ARTICULOS.
           MOVE "EJECUTO MANTENIMIENTO DE ARTICULOS (ADMVO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           MOVE SPACE TO OPCION-VENTANA-ART
           PERFORM UNTIL FUNCTION UPPER-CASE(OPCION-VENTANA-ART) = "S"
               PERFORM LISTAR-ARTICULOS
               MOVE SPACE TO OPCION-CAPTURA
               ACCEPT CAMPO-TECLA
               MOVE OPCION-CAPTURA TO OPCION-VENTANA-ART
               EVALUATE FUNCTION UPPER-CASE(OPCION-VENTANA-ART)
                   WHEN "A"
                       PERFORM AGREGAR-ARTICULO
                   WHEN "D"
                       PERFORM CAMBIAR-DESC-ARTICULO
                   WHEN "B"
                       PERFORM CAMBIAR-ESTADO-ARTICULO
                   WHEN "R"
                       PERFORM CAMBIAR-REORDEN-ARTICULO
                   WHEN "I"
                       PERFORM CAMBIAR-IVA-ARTICULO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

      *> Lectura directa por SKU; los articulos grabados antes de la
      *> tasa de IVA se toman a la tasa general.
       BUSCAR-ARTICULO.
           MOVE "N" TO SW-ARTICULO-HALLADO
           OPEN INPUT ARCH-ARTICULOS
           IF FS-ARTICULOS = "00" OR FS-ARTICULOS = "05"
               MOVE ARTICULO-BUSCADO TO ART-SKU
               READ ARCH-ARTICULOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-ARTICULO-HALLADO
                       IF ART-TASA-IVA IS NOT NUMERIC
                           MOVE TASA-IVA-GENERAL TO ART-TASA-IVA
                       END-IF
               END-READ
               CLOSE ARCH-ARTICULOS
           END-IF.
           EXIT.

       OBTENER-DESC-ARTICULO.
           PERFORM BUSCAR-ARTICULO
           IF ARTICULO-HALLADO
               MOVE ART-DESCRIPCION TO DESC-ARTICULO-REF
           ELSE
               MOVE SPACES TO DESC-ARTICULO-REF
           END-IF.
           EXIT.

       OBTENER-TASA-IVA.
           PERFORM BUSCAR-ARTICULO
           IF ARTICULO-HALLADO
               MOVE ART-TASA-IVA TO TASA-IVA-REF
           ELSE
               MOVE TASA-IVA-GENERAL TO TASA-IVA-REF
           END-IF.
           EXIT.

       CALCULAR-IVA-LINEA.
           COMPUTE IVA-LINEA-REF ROUNDED =
               BASE-IVA-REF * TASA-IVA-REF / 100.
           EXIT.

      *> Muestra base, IVA y total de la linea recien grabada.
       MOSTRAR-LIQUIDACION-IVA.
           MOVE ETQ-LIQ-BASE  TO LLI-ETQ-BASE
           MOVE ETQ-LIQ-IVA   TO LLI-ETQ-IVA
           MOVE ETQ-LIQ-TOTAL TO LLI-ETQ-TOTAL
           MOVE BASE-IVA-REF  TO LLI-BASE
           MOVE TASA-IVA-REF  TO LLI-TASA
           MOVE IVA-LINEA-REF TO LLI-IVA
           COMPUTE LLI-TOTAL = BASE-IVA-REF + IVA-LINEA-REF
           DISPLAY LINEA-LIQUIDA-IVA LINE 12 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

       LISTAR-ARTICULOS.
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-ARTICULOS LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-COLHDR-ART LINE 04 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE 5 TO RENGLON-LISTA
           OPEN INPUT ARCH-ARTICULOS
           IF FS-ARTICULOS = "00" OR FS-ARTICULOS = "05"
               READ ARCH-ARTICULOS NEXT RECORD
               PERFORM UNTIL FS-ARTICULOS = "10"
                          OR RENGLON-LISTA > 16
                   IF ART-TASA-IVA IS NOT NUMERIC
                       MOVE TASA-IVA-GENERAL TO ART-TASA-IVA
                   END-IF
                   MOVE ART-SKU         TO LAR-SKU
                   MOVE ART-DESCRIPCION TO LAR-DESC
                   MOVE ART-UNIDAD      TO LAR-UNIDAD
                   MOVE ART-CATEGORIA   TO LAR-CATEG
                   MOVE ART-ESTADO      TO LAR-ESTADO
                   MOVE ART-TASA-IVA    TO LAR-TASA-IVA
                   DISPLAY LINEA-ARTICULO LINE RENGLON-LISTA COL 01
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   ADD 1 TO RENGLON-LISTA
                   READ ARCH-ARTICULOS NEXT RECORD
               END-PERFORM
               CLOSE ARCH-ARTICULOS
           END-IF
           DISPLAY ETQ-MENU-ART LINE 17 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

       AGREGAR-ARTICULO.
           MOVE SPACE TO SKU-ALTA
           MOVE SPACE TO DESC-ALTA
           MOVE SPACE TO UNIDAD-ALTA
           MOVE SPACE TO CATEG-ALTA
           MOVE TASA-IVA-GENERAL TO TASA-IVA-ALTA
           DISPLAY PANTALLA-ARTICULO-ALTA
           ACCEPT PANTALLA-ARTICULO-ALTA
           IF SKU-ALTA = SPACE OR DESC-ALTA = SPACE
               CONTINUE
           ELSE
               IF NOT TASA-IVA-ALTA-VALIDA
                   DISPLAY ETQ-MSG-TASA-IVA-INV
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               ELSE
                   MOVE SKU-ALTA TO ARTICULO-BUSCADO
                   PERFORM BUSCAR-ARTICULO
                   IF ARTICULO-HALLADO
                       DISPLAY ETQ-MSG-ART-EXISTE
                               LINE 21 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                   ELSE
                       MOVE SKU-ALTA    TO ART-SKU
                       MOVE DESC-ALTA   TO ART-DESCRIPCION
                       MOVE UNIDAD-ALTA TO ART-UNIDAD
                       MOVE CATEG-ALTA  TO ART-CATEGORIA
                       MOVE "A" TO ART-ESTADO
                       MOVE 0 TO ART-STOCK-MINIMO
                       MOVE 0 TO ART-CANT-REORDEN
                       MOVE SPACE TO ART-PROVEEDOR
                       MOVE TASA-IVA-ALTA TO ART-TASA-IVA
                       PERFORM INSERTAR-ARTICULO
                       IF REESCRITURA-OK
                           MOVE SPACES TO BIT-DESCRIPCION
                           STRING "ALTA ARTICULO " DELIMITED SIZE
                                  SKU-ALTA         DELIMITED SIZE
                                  INTO BIT-DESCRIPCION
                           PERFORM REGISTRAR-BITACORA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

       CAMBIAR-DESC-ARTICULO.
           PERFORM CAPTURAR-ARTICULO-MANT
           IF ARTICULO-HALLADO
               MOVE ART-DESCRIPCION TO DESC-ALTA
               DISPLAY PANTALLA-ARTICULO-DESC
               ACCEPT PANTALLA-ARTICULO-DESC
               IF DESC-ALTA NOT = SPACE
                   MOVE DESC-ALTA TO ART-DESCRIPCION
                   MOVE SPACES TO BIT-DESCRIPCION
                   STRING "DESCRIPCION ARTICULO " DELIMITED SIZE
                          SKU-ALTA                DELIMITED SIZE
                          " ACTUALIZADA"          DELIMITED SIZE
                          INTO BIT-DESCRIPCION
                   PERFORM REGISTRAR-BITACORA
                   PERFORM REGRABAR-ARTICULO
               END-IF
           END-IF.
           EXIT.

       CAMBIAR-ESTADO-ARTICULO.
           PERFORM CAPTURAR-ARTICULO-MANT
           IF ARTICULO-HALLADO
               MOVE ART-ESTADO TO ESTADO-ART-ANT
               IF ART-ESTADO = "D"
                   MOVE "A" TO ART-ESTADO
               ELSE
                   MOVE "D" TO ART-ESTADO
               END-IF
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "ESTADO ARTICULO "    DELIMITED SIZE
                      SKU-ALTA              DELIMITED SIZE
                      ": "                  DELIMITED SIZE
                      ESTADO-ART-ANT        DELIMITED SIZE
                      " -> "                DELIMITED SIZE
                      ART-ESTADO            DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               PERFORM REGRABAR-ARTICULO
           END-IF.
           EXIT.

       CAMBIAR-REORDEN-ARTICULO.
           PERFORM CAPTURAR-ARTICULO-MANT
           IF ARTICULO-HALLADO
               MOVE ART-STOCK-MINIMO TO MINIMO-ALTA
               MOVE ART-CANT-REORDEN TO REORDEN-ALTA
               MOVE ART-PROVEEDOR    TO PROV-ALTA
               DISPLAY PANTALLA-ARTICULO-REORDEN
               ACCEPT PANTALLA-ARTICULO-REORDEN
               MOVE MINIMO-ALTA  TO ART-STOCK-MINIMO
               MOVE REORDEN-ALTA TO ART-CANT-REORDEN
               MOVE PROV-ALTA    TO ART-PROVEEDOR
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "REORDEN ARTICULO " DELIMITED SIZE
                      SKU-ALTA            DELIMITED SIZE
                      " MIN:"             DELIMITED SIZE
                      MINIMO-ALTA         DELIMITED SIZE
                      " REO:"             DELIMITED SIZE
                      REORDEN-ALTA        DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               PERFORM REGRABAR-ARTICULO
           END-IF.
           EXIT.

       CAMBIAR-IVA-ARTICULO.
           PERFORM CAPTURAR-ARTICULO-MANT
           IF ARTICULO-HALLADO
               MOVE ART-TASA-IVA TO TASA-IVA-ANT
               MOVE ART-TASA-IVA TO TASA-IVA-ALTA
               DISPLAY PANTALLA-ARTICULO-IVA
               ACCEPT PANTALLA-ARTICULO-IVA
               IF NOT TASA-IVA-ALTA-VALIDA
                   DISPLAY ETQ-MSG-TASA-IVA-INV
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               ELSE
                   MOVE TASA-IVA-ALTA TO ART-TASA-IVA
                   MOVE SPACES TO BIT-DESCRIPCION
                   STRING "TASA IVA ARTICULO " DELIMITED SIZE
                          SKU-ALTA             DELIMITED SIZE
                          ": "                 DELIMITED SIZE
                          TASA-IVA-ANT         DELIMITED SIZE
                          " -> "               DELIMITED SIZE
                          TASA-IVA-ALTA        DELIMITED SIZE
                          INTO BIT-DESCRIPCION
                   PERFORM REGISTRAR-BITACORA
                   PERFORM REGRABAR-ARTICULO
               END-IF
           END-IF.
           EXIT.

       CAPTURAR-ARTICULO-MANT.
           MOVE SPACE TO SKU-ALTA
           DISPLAY PANTALLA-ARTICULO-ID
           ACCEPT PANTALLA-ARTICULO-ID
           MOVE "N" TO SW-ARTICULO-HALLADO
           IF SKU-ALTA NOT = SPACE
               MOVE SKU-ALTA TO ARTICULO-BUSCADO
               PERFORM BUSCAR-ARTICULO
               IF NOT ARTICULO-HALLADO
                   DISPLAY ETQ-MSG-ART-NO-EXISTE
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               END-IF
           END-IF.
           EXIT.

       REGRABAR-ARTICULO.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN I-O ARCH-ARTICULOS
           IF FS-ARTICULOS NOT = "00" AND FS-ARTICULOS NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               REWRITE REG-ARTICULO
                   INVALID KEY
                       MOVE "N" TO SW-REESCRITURA-OK
               END-REWRITE
               IF FS-ARTICULOS NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-ARTICULOS
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "ARTICULOS" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       INSERTAR-ARTICULO.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN I-O ARCH-ARTICULOS
           IF FS-ARTICULOS = "35"
               OPEN OUTPUT ARCH-ARTICULOS
           END-IF
           IF FS-ARTICULOS NOT = "00" AND FS-ARTICULOS NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               WRITE REG-ARTICULO
                   INVALID KEY
                       MOVE "N" TO SW-REESCRITURA-OK
               END-WRITE
               IF FS-ARTICULOS NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-ARTICULOS
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "ARTICULOS" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       VERIFICAR-CONFRONTACION-DIA.
           MOVE 0 TO CFC-FECHA-CONF
           OPEN INPUT ARCH-CONFCTL
           IF FS-CONFCTL = "00" OR FS-CONFCTL = "05"
               READ ARCH-CONFCTL
               CLOSE ARCH-CONFCTL
           END-IF
           IF CFC-FECHA-CONF = FECHA-NEGOCIO
               MOVE "S" TO SW-CIERRE-OK
           END-IF.
           EXIT.

       TRASLADAR-VENTAS-HISTORIA.
           MOVE 0 TO VENTAS-CERRADAS
           MOVE SPACES TO NOMBRE-VTAHIST
           STRING "VTAH"        DELIMITED SIZE
                  FECHA-NEGOCIO DELIMITED SIZE
                  ".DAT"        DELIMITED SIZE
                  INTO NOMBRE-VTAHIST
           OPEN INPUT ARCH-VENTAS
           IF FS-VENTAS = "00" OR FS-VENTAS = "05"
               READ ARCH-VENTAS
               IF FS-VENTAS = "10"
      *> Sin ventas que trasladar: no se crea archivo de historia,
      *> para no pisar el de un cierre anterior interrumpido.
                   CLOSE ARCH-VENTAS
               ELSE
                   OPEN OUTPUT ARCH-VTAHIST
                   IF FS-VTAHIST NOT = "00" AND FS-VTAHIST NOT = "05"
                       MOVE "H" TO SW-CIERRE-OK
                       CLOSE ARCH-VENTAS
                   ELSE
                       PERFORM UNTIL FS-VENTAS = "10"
                          OR FS-VTAHIST NOT = "00"
                           PERFORM OBTENER-COSTO-VENTA
                           MOVE COSTO-VENTA-REF TO VTA-COSTO
                           WRITE REG-VTAHIST FROM REG-VENTAS
                           ADD 1 TO VENTAS-CERRADAS
                           READ ARCH-VENTAS
                       END-PERFORM
                       IF FS-VTAHIST NOT = "00"
                           MOVE "H" TO SW-CIERRE-OK
                       END-IF
                       CLOSE ARCH-VTAHIST
                       CLOSE ARCH-VENTAS
                       IF CIERRE-PROCEDE
                           OPEN OUTPUT ARCH-VENTAS
                           CLOSE ARCH-VENTAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

       AVANZAR-FECHA-NEGOCIO.
           MOVE FECHA-NEGOCIO TO FECHA-CIERRE-ANT
           COMPUTE DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO) + 1
           MOVE FUNCTION DATE-OF-INTEGER(DIA-JULIANO) TO FECHA-NEGOCIO
           MOVE FECHA-NEGOCIO TO FC-FECHA-CIERRE
           OPEN OUTPUT ARCH-FECHACTL
           IF FS-FECHACTL = "00" OR FS-FECHACTL = "05"
               WRITE REG-FECHACTL
               IF FS-FECHACTL NOT = "00"
                   MOVE "F" TO SW-CIERRE-OK
               END-IF
               CLOSE ARCH-FECHACTL
           ELSE
               MOVE "F" TO SW-CIERRE-OK
           END-IF
           IF CIERRE-PROCEDE
               MOVE FECHA-NEGOCIO TO FECHA-ENTRADA-FMT
               PERFORM FORMATEAR-FECHA
               MOVE FECHA-SALIDA-FMT TO FECHA-NEGOCIO-TEXTO
           ELSE
               MOVE FECHA-CIERRE-ANT TO FECHA-NEGOCIO
           END-IF.
           EXIT.

       ROTAR-BITACORA.
           MOVE SPACES TO NOMBRE-BITAHIST
           STRING "BITAC"          DELIMITED SIZE
                  FECHA-CIERRE-ANT DELIMITED SIZE
                  ".LOG"           DELIMITED SIZE
                  INTO NOMBRE-BITAHIST
           OPEN INPUT ARCH-BITACORA
           IF FS-BITACORA = "00" OR FS-BITACORA = "05"
               OPEN OUTPUT ARCH-BITAHIST
               IF FS-BITAHIST NOT = "00" AND FS-BITAHIST NOT = "05"
                   CLOSE ARCH-BITACORA
               ELSE
                   MOVE "S" TO SW-ROTACION-OK
                   READ ARCH-BITACORA
                   PERFORM UNTIL FS-BITACORA = "10"
                      OR FS-BITAHIST NOT = "00"
                       WRITE REG-BITAHIST FROM REG-BITACORA
                       READ ARCH-BITACORA
                   END-PERFORM
                   IF FS-BITAHIST NOT = "00"
                       MOVE "N" TO SW-ROTACION-OK
                   END-IF
                   CLOSE ARCH-BITAHIST
                   CLOSE ARCH-BITACORA
                   IF ROTACION-COMPLETA
                       OPEN OUTPUT ARCH-BITACORA
                       CLOSE ARCH-BITACORA
                   END-IF
               END-IF
           END-IF.
           EXIT.

      *> Contabilizacion automatica del cierre: arma los movimientos
      *> del dia (ventas, costo de ventas, devoluciones, ajustes,
      *> recaudos, pagos y compras) contra las cuentas de control de
      *> TIPOCTA, exige partida doble y actualiza los saldos del mayor
      *> antes de trasladar las ventas.
       CONTABILIZAR-CIERRE-DIA.
           MOVE "S" TO SW-DIARIO-OK
           MOVE 0 TO TOTAL-MOVDIA
           MOVE ZERO TO TOTAL-DEBITOS-DIA
           MOVE ZERO TO TOTAL-CREDITOS-DIA
           PERFORM CARGAR-TABLA-CTACTL
           PERFORM ACUMULAR-TOTALES-DIA
           PERFORM ARMAR-MOVIMIENTOS-DIA
           IF TOTAL-MOVDIA = 0
               MOVE "SIN MOVIMIENTOS PARA EL DIARIO DEL DIA"
                   TO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
           ELSE
               IF NOT DIARIO-CUADRADO
                  OR TOTAL-DEBITOS-DIA NOT = TOTAL-CREDITOS-DIA
                   MOVE "D" TO SW-CIERRE-OK
               ELSE
                   PERFORM CARGAR-TABLA-GLSALDOS
                   PERFORM VERIFICAR-CUENTAS-DIARIO
                   IF NOT DIARIO-CUADRADO
                       MOVE "D" TO SW-CIERRE-OK
                   ELSE
                       MOVE SPACES TO COMPROBANTE-MOVGL
                       PERFORM GRABAR-MOVGL-DIA
                       PERFORM APLICAR-MOVS-SALDOS
                       PERFORM REESCRIBIR-GLCTAS
                       IF NOT REESCRITURA-OK
                           MOVE "D" TO SW-CIERRE-OK
                       ELSE
                           PERFORM IMPRIMIR-DIARIO-DIA
                           MOVE TOTAL-MOVDIA TO TOTAL-MOVDIA-ED
                           MOVE SPACES TO BIT-DESCRIPCION
                           STRING "DIARIO CONTABILIZADO MOVS:"
                                                    DELIMITED SIZE
                                  TOTAL-MOVDIA-ED  DELIMITED SIZE
                                  INTO BIT-DESCRIPCION
                           PERFORM REGISTRAR-BITACORA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXIT.

       CARGAR-TABLA-CTACTL.
           MOVE 0 TO TOTAL-CTACTL
           OPEN INPUT ARCH-TIPOCTA
           IF FS-TIPOCTA = "00" OR FS-TIPOCTA = "05"
               READ ARCH-TIPOCTA
               PERFORM UNTIL FS-TIPOCTA = "10"
                   IF TOTAL-CTACTL < 20
                       ADD 1 TO TOTAL-CTACTL
                       MOVE TCU-TIPO   TO TCL-TIPO (TOTAL-CTACTL)
                       MOVE TCU-CUENTA TO TCL-CUENTA (TOTAL-CTACTL)
                   END-IF
                   READ ARCH-TIPOCTA
               END-PERFORM
               CLOSE ARCH-TIPOCTA
           END-IF.
           EXIT.

       BUSCAR-CUENTA-CONTROL.
           MOVE "N" TO SW-CTL-HALLADA
           MOVE SPACE TO CUENTA-CTL-REF
           PERFORM VARYING IDX-CTL FROM 1 BY 1
                   UNTIL IDX-CTL > TOTAL-CTACTL
               IF TCL-TIPO (IDX-CTL) = TIPO-CTL-BUSCADO
                   MOVE "S" TO SW-CTL-HALLADA
                   MOVE TCL-CUENTA (IDX-CTL) TO CUENTA-CTL-REF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.

       ACUMULAR-TOTALES-DIA.
           MOVE ZERO TO TOTAL-VENTAS-DIA
           MOVE ZERO TO TOTAL-COSTO-VTAS-DIA
           MOVE ZERO TO TOTAL-DEVOL-DIA
           MOVE ZERO TO TOTAL-COSTO-DEVOL-DIA
           MOVE ZERO TO TOTAL-AJUSTES-DIA
           MOVE ZERO TO TOTAL-TOMA-DIA
           MOVE ZERO TO TOTAL-RECAUDOS-DIA
           MOVE ZERO TO TOTAL-PAGOS-DIA
           MOVE ZERO TO TOTAL-COMPRAS-DIA
           MOVE ZERO TO TOTAL-IVA-VTAS-DIA
           MOVE ZERO TO TOTAL-IVA-DEVOL-DIA
           MOVE ZERO TO TOTAL-IVA-COMPRAS-DIA
           PERFORM ACUMULAR-VENTAS-DIA
           PERFORM ACUMULAR-DEVOLUCIONES-DIA
           PERFORM ACUMULAR-AJUSTES-DIA
           PERFORM ACUMULAR-RECAUDOS-DIA
           PERFORM ACUMULAR-COMPRAS-DIA.
           EXIT.

       ACUMULAR-VENTAS-DIA.
           OPEN INPUT ARCH-VENTAS
           IF FS-VENTAS = "00" OR FS-VENTAS = "05"
               READ ARCH-VENTAS
               PERFORM UNTIL FS-VENTAS = "10"
                   COMPUTE TOTAL-VENTAS-DIA = TOTAL-VENTAS-DIA
                       + VTA-CANTIDAD * VTA-PRECIO
                   PERFORM OBTENER-COSTO-VENTA
                   COMPUTE TOTAL-COSTO-VTAS-DIA = TOTAL-COSTO-VTAS-DIA
                       + VTA-CANTIDAD * COSTO-VENTA-REF
                   IF VTA-IVA IS NUMERIC
                       ADD VTA-IVA TO TOTAL-IVA-VTAS-DIA
                   END-IF
                   READ ARCH-VENTAS
               END-PERFORM
               CLOSE ARCH-VENTAS
           END-IF.
           EXIT.

      *> Las ventas capturadas traen el costo promedio del momento;
      *> las que llegan sin costo (punto de venta externo) se valoran
      *> al costo promedio vigente en existencias.
       OBTENER-COSTO-VENTA.
           IF VTA-COSTO IS NUMERIC AND VTA-COSTO > 0
               MOVE VTA-COSTO TO COSTO-VENTA-REF
           ELSE
               MOVE VTA-SKU TO SKU-BUSCADO
               PERFORM BUSCAR-SKU-ARCHIVO-STOCK
               MOVE STK-COSTO-REF TO COSTO-VENTA-REF
           END-IF.
           EXIT.

      *> Las devoluciones reversan la venta a su precio facturado y el
      *> costo de ventas al costo con que salio la mercancia.
       ACUMULAR-DEVOLUCIONES-DIA.
           OPEN INPUT ARCH-DEVOLUC
           IF FS-DEVOLUC = "00" OR FS-DEVOLUC = "05"
               READ ARCH-DEVOLUC
               PERFORM UNTIL FS-DEVOLUC = "10"
                   IF DEV-FECHA = FECHA-NEGOCIO
                       COMPUTE TOTAL-DEVOL-DIA = TOTAL-DEVOL-DIA
                           + DEV-CANTIDAD * DEV-PRECIO
                       COMPUTE TOTAL-COSTO-DEVOL-DIA =
                           TOTAL-COSTO-DEVOL-DIA
                           + DEV-CANTIDAD * DEV-COSTO
                       IF DEV-IVA IS NUMERIC
                           ADD DEV-IVA TO TOTAL-IVA-DEVOL-DIA
                       END-IF
                   END-IF
                   READ ARCH-DEVOLUC
               END-PERFORM
               CLOSE ARCH-DEVOLUC
           END-IF.
           EXIT.

      *> Los ajustes solo registran cantidades; se valoran al costo
      *> promedio vigente del SKU en el archivo de existencias, que es
      *> la base con que se lleva el inventario en el mayor.
       ACUMULAR-AJUSTES-DIA.
           OPEN INPUT ARCH-AJUSTES
           IF FS-AJUSTES = "00" OR FS-AJUSTES = "05"
               READ ARCH-AJUSTES
               PERFORM UNTIL FS-AJUSTES = "10"
                   IF AJU-FECHA = FECHA-NEGOCIO
                       COMPUTE AJUSTE-DIF-REF =
                           AJU-VALOR-NUEVO - AJU-VALOR-ANTERIOR
                       MOVE AJU-SKU TO SKU-BUSCADO
                       PERFORM BUSCAR-SKU-ARCHIVO-STOCK
                       IF AJU-DE-TOMA-FISICA
                           COMPUTE TOTAL-TOMA-DIA = TOTAL-TOMA-DIA
                               + AJUSTE-DIF-REF * STK-COSTO-REF
                       ELSE
                           COMPUTE TOTAL-AJUSTES-DIA = TOTAL-AJUSTES-DIA
                               + AJUSTE-DIF-REF * STK-COSTO-REF
                       END-IF
                   END-IF
                   READ ARCH-AJUSTES
               END-PERFORM
               CLOSE ARCH-AJUSTES
           END-IF.
           EXIT.

       ACUMULAR-RECAUDOS-DIA.
           OPEN INPUT ARCH-RECAUDOS
           IF FS-RECAUDOS = "00" OR FS-RECAUDOS = "05"
               READ ARCH-RECAUDOS
               PERFORM UNTIL FS-RECAUDOS = "10"
                   IF REC-FECHA = FECHA-NEGOCIO
                       IF REC-TIPO = "P"
                           ADD REC-VALOR TO TOTAL-PAGOS-DIA
                       ELSE
                           ADD REC-VALOR TO TOTAL-RECAUDOS-DIA
                       END-IF
                   END-IF
                   READ ARCH-RECAUDOS
               END-PERFORM
               CLOSE ARCH-RECAUDOS
           END-IF.
           EXIT.

       ACUMULAR-COMPRAS-DIA.
           OPEN INPUT ARCH-COMPRAS
           IF FS-COMPRAS = "00" OR FS-COMPRAS = "05"
               READ ARCH-COMPRAS
               PERFORM UNTIL FS-COMPRAS = "10"
                   IF COM-FECHA = FECHA-NEGOCIO
                       COMPUTE TOTAL-COMPRAS-DIA = TOTAL-COMPRAS-DIA
                           + COM-CANTIDAD * COM-COSTO
                       IF COM-IVA IS NUMERIC
                           ADD COM-IVA TO TOTAL-IVA-COMPRAS-DIA
                       END-IF
                   END-IF
                   READ ARCH-COMPRAS
               END-PERFORM
               CLOSE ARCH-COMPRAS
           END-IF.
           EXIT.

      *> Ventas, devoluciones y compras mueven la cartera por el total
      *> con IVA; el ingreso y el inventario van por la base y el IVA a
      *> sus cuentas de control: G = IVA generado, D = IVA descontable.
       ARMAR-MOVIMIENTOS-DIA.
           IF TOTAL-VENTAS-DIA NOT = ZERO
               MOVE "VENTAS" TO FUENTE-MOV-GL
               COMPUTE VALOR-MOV-GL =
                   TOTAL-VENTAS-DIA + TOTAL-IVA-VTAS-DIA
               MOVE "C" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               MOVE TOTAL-VENTAS-DIA TO VALOR-MOV-GL
               MOVE "V" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               IF TOTAL-IVA-VTAS-DIA NOT = ZERO
                   MOVE TOTAL-IVA-VTAS-DIA TO VALOR-MOV-GL
                   MOVE "G" TO TIPO-CTL-BUSCADO
                   MOVE "C" TO NAT-MOV-GL
                   PERFORM AGREGAR-MOV-CONTROL
               END-IF
           END-IF
           IF TOTAL-COSTO-VTAS-DIA NOT = ZERO
               MOVE "COSTOVTAS" TO FUENTE-MOV-GL
               MOVE TOTAL-COSTO-VTAS-DIA TO VALOR-MOV-GL
               MOVE "K" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               MOVE "I" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF
           IF TOTAL-DEVOL-DIA NOT = ZERO
               MOVE "DEVOLUCION" TO FUENTE-MOV-GL
               MOVE TOTAL-DEVOL-DIA TO VALOR-MOV-GL
               MOVE "R" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               IF TOTAL-IVA-DEVOL-DIA NOT = ZERO
                   MOVE TOTAL-IVA-DEVOL-DIA TO VALOR-MOV-GL
                   MOVE "G" TO TIPO-CTL-BUSCADO
                   MOVE "D" TO NAT-MOV-GL
                   PERFORM AGREGAR-MOV-CONTROL
               END-IF
               COMPUTE VALOR-MOV-GL =
                   TOTAL-DEVOL-DIA + TOTAL-IVA-DEVOL-DIA
               MOVE "C" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF
           IF TOTAL-COSTO-DEVOL-DIA NOT = ZERO
               MOVE "DEVOLUCION" TO FUENTE-MOV-GL
               MOVE TOTAL-COSTO-DEVOL-DIA TO VALOR-MOV-GL
               MOVE "I" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               MOVE "K" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF
           IF TOTAL-AJUSTES-DIA > ZERO
               MOVE "AJUSTES" TO FUENTE-MOV-GL
               MOVE TOTAL-AJUSTES-DIA TO VALOR-MOV-GL
               MOVE "I" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               MOVE "J" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF
           IF TOTAL-AJUSTES-DIA < ZERO
               MOVE "AJUSTES" TO FUENTE-MOV-GL
               COMPUTE VALOR-MOV-GL = ZERO - TOTAL-AJUSTES-DIA
               MOVE "J" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               MOVE "I" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF
           IF TOTAL-TOMA-DIA > ZERO
               MOVE "TOMAFISICA" TO FUENTE-MOV-GL
               MOVE TOTAL-TOMA-DIA TO VALOR-MOV-GL
               MOVE "I" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               MOVE "J" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF
           IF TOTAL-TOMA-DIA < ZERO
               MOVE "TOMAFISICA" TO FUENTE-MOV-GL
               COMPUTE VALOR-MOV-GL = ZERO - TOTAL-TOMA-DIA
               MOVE "J" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               MOVE "I" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF
           IF TOTAL-RECAUDOS-DIA NOT = ZERO
               MOVE "RECAUDOS" TO FUENTE-MOV-GL
               MOVE TOTAL-RECAUDOS-DIA TO VALOR-MOV-GL
               MOVE "B" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               MOVE "C" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF
           IF TOTAL-PAGOS-DIA NOT = ZERO
               MOVE "PAGOS" TO FUENTE-MOV-GL
               MOVE TOTAL-PAGOS-DIA TO VALOR-MOV-GL
               MOVE "P" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               MOVE "B" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF
           IF TOTAL-COMPRAS-DIA NOT = ZERO
               MOVE "COMPRAS" TO FUENTE-MOV-GL
               MOVE TOTAL-COMPRAS-DIA TO VALOR-MOV-GL
               MOVE "I" TO TIPO-CTL-BUSCADO
               MOVE "D" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
               IF TOTAL-IVA-COMPRAS-DIA NOT = ZERO
                   MOVE TOTAL-IVA-COMPRAS-DIA TO VALOR-MOV-GL
                   MOVE "D" TO TIPO-CTL-BUSCADO
                   MOVE "D" TO NAT-MOV-GL
                   PERFORM AGREGAR-MOV-CONTROL
               END-IF
               COMPUTE VALOR-MOV-GL =
                   TOTAL-COMPRAS-DIA + TOTAL-IVA-COMPRAS-DIA
               MOVE "P" TO TIPO-CTL-BUSCADO
               MOVE "C" TO NAT-MOV-GL
               PERFORM AGREGAR-MOV-CONTROL
           END-IF.
           EXIT.

       AGREGAR-MOV-CONTROL.
           PERFORM BUSCAR-CUENTA-CONTROL
           IF NOT CTL-HALLADA
               MOVE "N" TO SW-DIARIO-OK
           ELSE
               IF TOTAL-MOVDIA < 100
                   ADD 1 TO TOTAL-MOVDIA
                   MOVE CUENTA-CTL-REF TO TM-CUENTA (TOTAL-MOVDIA)
                   MOVE FUENTE-MOV-GL  TO TM-FUENTE (TOTAL-MOVDIA)
                   MOVE NAT-MOV-GL     TO TM-NAT (TOTAL-MOVDIA)
                   MOVE VALOR-MOV-GL   TO TM-VALOR (TOTAL-MOVDIA)
                   IF NAT-MOV-GL = "D"
                       ADD VALOR-MOV-GL TO TOTAL-DEBITOS-DIA
                   ELSE
                       ADD VALOR-MOV-GL TO TOTAL-CREDITOS-DIA
                   END-IF
               ELSE
                   MOVE "N" TO SW-DIARIO-OK
               END-IF
           END-IF.
           EXIT.

       CARGAR-TABLA-GLSALDOS.
           MOVE 0 TO TOTAL-GLSALDOS
           MOVE "N" TO SW-GLSALDOS-TRUNC
           OPEN INPUT ARCH-GLCTAS
           IF FS-GLCTAS = "00" OR FS-GLCTAS = "05"
               READ ARCH-GLCTAS
               PERFORM UNTIL FS-GLCTAS = "10"
                   IF TOTAL-GLSALDOS < 100
                       ADD 1 TO TOTAL-GLSALDOS
                       MOVE GL-CUENTA TO TG-CUENTA (TOTAL-GLSALDOS)
                       MOVE GL-NOMBRE TO TG-NOMBRE (TOTAL-GLSALDOS)
                       MOVE GL-SALDO  TO TG-SALDO (TOTAL-GLSALDOS)
                   ELSE
                       MOVE "S" TO SW-GLSALDOS-TRUNC
                   END-IF
                   READ ARCH-GLCTAS
               END-PERFORM
               CLOSE ARCH-GLCTAS
           END-IF.
           EXIT.

       VERIFICAR-CUENTAS-DIARIO.
           IF GLSALDOS-TRUNCADOS
               MOVE "N" TO SW-DIARIO-OK
           END-IF
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > TOTAL-MOVDIA
               MOVE TM-CUENTA (IDX-MOV) TO CUENTA-MOV-GL
               PERFORM BUSCAR-CUENTA-GLSALDOS
               IF NOT CTL-HALLADA
                   MOVE "N" TO SW-DIARIO-OK
               END-IF
           END-PERFORM.
           EXIT.

       BUSCAR-CUENTA-GLSALDOS.
           MOVE "N" TO SW-CTL-HALLADA
           PERFORM VARYING IDX-GLS FROM 1 BY 1
                   UNTIL IDX-GLS > TOTAL-GLSALDOS
               IF TG-CUENTA (IDX-GLS) = CUENTA-MOV-GL
                   MOVE "S" TO SW-CTL-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.

       GRABAR-MOVGL-DIA.
           OPEN EXTEND ARCH-MOVGL
           IF FS-MOVGL = "35"
               OPEN OUTPUT ARCH-MOVGL
           END-IF
           IF FS-MOVGL = "00" OR FS-MOVGL = "05"
               PERFORM VARYING IDX-MOV FROM 1 BY 1
                       UNTIL IDX-MOV > TOTAL-MOVDIA
                          OR (FS-MOVGL NOT = "00"
                              AND FS-MOVGL NOT = "05")
                   MOVE FECHA-NEGOCIO       TO MGL-FECHA
                   MOVE TM-CUENTA (IDX-MOV) TO MGL-CUENTA
                   MOVE TM-FUENTE (IDX-MOV) TO MGL-FUENTE
                   MOVE TM-NAT (IDX-MOV)    TO MGL-NAT
                   MOVE TM-VALOR (IDX-MOV)  TO MGL-VALOR
                   MOVE COMPROBANTE-MOVGL   TO MGL-COMPROBANTE
                   MOVE OPERADOR-ACTUAL     TO MGL-OPERADOR
                   WRITE REG-MOVGL
               END-PERFORM
               IF FS-MOVGL NOT = "00" AND FS-MOVGL NOT = "05"
                   MOVE "N" TO SW-DIARIO-OK
               END-IF
               CLOSE ARCH-MOVGL
           ELSE
               MOVE "N" TO SW-DIARIO-OK
           END-IF.
           EXIT.

      *> Las cuentas de naturaleza credito llevan saldo negativo en
      *> el mayor, asi que saldo = saldo + debitos - creditos sirve
      *> para todas las cuentas sin distinguir su naturaleza.
       APLICAR-MOVS-SALDOS.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > TOTAL-MOVDIA
               MOVE TM-CUENTA (IDX-MOV) TO CUENTA-MOV-GL
               PERFORM BUSCAR-CUENTA-GLSALDOS
               IF CTL-HALLADA
                   IF TM-NAT (IDX-MOV) = "D"
                       ADD TM-VALOR (IDX-MOV) TO TG-SALDO (IDX-GLS)
                   ELSE
                       SUBTRACT TM-VALOR (IDX-MOV)
                           FROM TG-SALDO (IDX-GLS)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       REESCRIBIR-GLCTAS.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN OUTPUT ARCH-GLCTAS
           IF FS-GLCTAS NOT = "00" AND FS-GLCTAS NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               PERFORM VARYING IDX-GLS FROM 1 BY 1
                       UNTIL IDX-GLS > TOTAL-GLSALDOS
                          OR FS-GLCTAS NOT = "00"
                   MOVE TG-CUENTA (IDX-GLS) TO GL-CUENTA
                   MOVE TG-NOMBRE (IDX-GLS) TO GL-NOMBRE
                   MOVE TG-SALDO (IDX-GLS)  TO GL-SALDO
                   WRITE REG-GLCTA
               END-PERFORM
               IF FS-GLCTAS NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-GLCTAS
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "GLCTAS" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       IMPRIMIR-DIARIO-DIA.
           MOVE "DIARIO" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPDIARIO
           OPEN OUTPUT ARCH-REPDIARIO
           IF FS-REPDIARIO NOT = "00" AND FS-REPDIARIO NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-DIARIO TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPDIARIO FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CIERRE-LABEL    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      FECHA-NEGOCIO-TEXTO DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPDIARIO FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-DIARIO TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPDIARIO FROM LINEA-REPORTE-IMPRESO
               PERFORM VARYING IDX-MOV FROM 1 BY 1
                       UNTIL IDX-MOV > TOTAL-MOVDIA
                   MOVE TM-CUENTA (IDX-MOV) TO LDI-CUENTA
                   MOVE TM-FUENTE (IDX-MOV) TO LDI-FUENTE
                   IF TM-NAT (IDX-MOV) = "D"
                       MOVE TM-VALOR (IDX-MOV) TO LDI-DEBITO
                       MOVE ZERO               TO LDI-CREDITO
                   ELSE
                       MOVE ZERO               TO LDI-DEBITO
                       MOVE TM-VALOR (IDX-MOV) TO LDI-CREDITO
                   END-IF
                   MOVE LINEA-DIARIO TO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPDIARIO FROM LINEA-REPORTE-IMPRESO
               END-PERFORM
               MOVE "TOTALES"   TO LDI-CUENTA
               MOVE SPACES      TO LDI-FUENTE
               MOVE TOTAL-DEBITOS-DIA  TO LDI-DEBITO
               MOVE TOTAL-CREDITOS-DIA TO LDI-CREDITO
               MOVE LINEA-DIARIO TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPDIARIO FROM LINEA-REPORTE-IMPRESO
               CLOSE ARCH-REPDIARIO
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

       CONSULTA-BITACORA.
           MOVE "EJECUTO CONSULTA DE BITACORA (ADMVO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-BITACORA LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE SPACE TO OPER-FILTRO
           MOVE FECHA-NEGOCIO TO FECHA-FILTRO-DESDE
           MOVE FECHA-NEGOCIO TO FECHA-FILTRO-HASTA
           DISPLAY PANTALLA-FILTRO-BITACORA
           ACCEPT PANTALLA-FILTRO-BITACORA
           IF FECHA-FILTRO-DESDE = 0
               MOVE FECHA-NEGOCIO TO FECHA-FILTRO-DESDE
           END-IF
           IF FECHA-FILTRO-HASTA < FECHA-FILTRO-DESDE
               MOVE FECHA-FILTRO-DESDE TO FECHA-FILTRO-HASTA
           END-IF
           MOVE "N" TO SW-SOLO-NEGADOS
           PERFORM CARGAR-TABLA-BITACORA
           MOVE 1 TO PAGINA-BIT
           PERFORM CALCULAR-PAGINAS-BITACORA
           MOVE "N" TO SW-FIN-BITACORA
           PERFORM UNTIL FIN-CONSULTA-BITACORA
               PERFORM MOSTRAR-PAGINA-BITACORA
               MOVE SPACE TO OPCION-CAPTURA
               MOVE 0     TO TECLA-STATUS
               ACCEPT CAMPO-TECLA
               EVALUATE TRUE
                   WHEN FLECHA-ABA OR FLECHA-DER
                       IF PAGINA-BIT < PAGINAS-BIT
                           ADD 1 TO PAGINA-BIT
                       END-IF
                   WHEN FLECHA-ARR OR FLECHA-IZQ
                       IF PAGINA-BIT > 1
                           SUBTRACT 1 FROM PAGINA-BIT
                       END-IF
                   WHEN FUNCTION UPPER-CASE(OPCION-CAPTURA) = "D"
                       MOVE "S" TO SW-SOLO-NEGADOS
                       PERFORM CARGAR-TABLA-BITACORA
                       MOVE 1 TO PAGINA-BIT
                       PERFORM CALCULAR-PAGINAS-BITACORA
                   WHEN FUNCTION UPPER-CASE(OPCION-CAPTURA) = "T"
                       MOVE "N" TO SW-SOLO-NEGADOS
                       PERFORM CARGAR-TABLA-BITACORA
                       MOVE 1 TO PAGINA-BIT
                       PERFORM CALCULAR-PAGINAS-BITACORA
                   WHEN OTHER
                       MOVE "S" TO SW-FIN-BITACORA
               END-EVALUATE
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       CALCULAR-PAGINAS-BITACORA.
           COMPUTE PAGINAS-BIT = (TOTAL-BITACORA + 12) / 13
           IF PAGINAS-BIT = 0
               MOVE 1 TO PAGINAS-BIT
           END-IF.
           EXIT.

       CARGAR-TABLA-BITACORA.
           MOVE 0 TO TOTAL-BITACORA
           MOVE "N" TO SW-BIT-TRUNCADA
           MOVE FUNCTION INTEGER-OF-DATE(FECHA-FILTRO-DESDE)
               TO JUL-CONSULTA
           MOVE FUNCTION INTEGER-OF-DATE(FECHA-FILTRO-HASTA)
               TO JUL-HASTA
           IF JUL-CONSULTA = 0 OR JUL-HASTA = 0
               MOVE 0 TO JUL-CONSULTA
               MOVE 0 TO JUL-HASTA
           END-IF
           MOVE "N" TO SW-RANGO-BIT
           IF JUL-HASTA > JUL-CONSULTA + 366
               COMPUTE JUL-HASTA = JUL-CONSULTA + 366
               MOVE "S" TO SW-RANGO-BIT
           END-IF
           PERFORM UNTIL JUL-CONSULTA = 0
                      OR JUL-CONSULTA > JUL-HASTA
               MOVE FUNCTION DATE-OF-INTEGER(JUL-CONSULTA)
                   TO FECHA-CONSULTA
               PERFORM LEER-BITACORA-ARCHIVADA
               ADD 1 TO JUL-CONSULTA
           END-PERFORM
           PERFORM LEER-BITACORA-VIVA.
           EXIT.

       LEER-BITACORA-ARCHIVADA.
           MOVE SPACES TO NOMBRE-BITAHIST
           STRING "BITAC"        DELIMITED SIZE
                  FECHA-CONSULTA DELIMITED SIZE
                  ".LOG"         DELIMITED SIZE
                  INTO NOMBRE-BITAHIST
           OPEN INPUT ARCH-BITAHIST
           IF FS-BITAHIST = "00" OR FS-BITAHIST = "05"
               READ ARCH-BITAHIST
               PERFORM UNTIL FS-BITAHIST = "10"
                   MOVE REG-BITAHIST TO LINEA-TRABAJO-BIT
                   PERFORM FILTRAR-LINEA-BITACORA
                   READ ARCH-BITAHIST
               END-PERFORM
               CLOSE ARCH-BITAHIST
           END-IF.
           EXIT.

      *> El log vivo pertenece integro a la FECHA-NEGOCIO en curso:
      *> sus lineas se archivaran bajo esa fecha en el proximo cierre,
      *> aunque el sello de maquina de cada linea sea posterior.
       LEER-BITACORA-VIVA.
           IF FECHA-NEGOCIO >= FECHA-FILTRO-DESDE
              AND FECHA-NEGOCIO <= FECHA-FILTRO-HASTA
               OPEN INPUT ARCH-BITACORA
               IF FS-BITACORA = "00" OR FS-BITACORA = "05"
                   READ ARCH-BITACORA
                   PERFORM UNTIL FS-BITACORA = "10"
                       MOVE REG-BITACORA TO LINEA-TRABAJO-BIT
                       PERFORM FILTRAR-LINEA-BITACORA
                       READ ARCH-BITACORA
                   END-PERFORM
                   CLOSE ARCH-BITACORA
               END-IF
           END-IF.
           EXIT.

       FILTRAR-LINEA-BITACORA.
           IF LINEA-TRABAJO-BIT (35:13) = "ACCESO NEGADO"
               MOVE "S" TO SW-LINEA-NEGADA
           ELSE
               MOVE "N" TO SW-LINEA-NEGADA
           END-IF
           IF (OPER-FILTRO = SPACE
               OR LINEA-TRABAJO-BIT (26:8) = OPER-FILTRO)
              AND (NOT SOLO-NEGADOS OR SW-LINEA-NEGADA = "S")
               IF TOTAL-BITACORA < 200
                   ADD 1 TO TOTAL-BITACORA
                   MOVE LINEA-TRABAJO-BIT (1:89)
                       TO TB-LINEA (TOTAL-BITACORA)
                   MOVE SW-LINEA-NEGADA
                       TO TB-NEGADO (TOTAL-BITACORA)
               ELSE
                   MOVE "S" TO SW-BIT-TRUNCADA
               END-IF
           END-IF.
           EXIT.

       MOSTRAR-PAGINA-BITACORA.
           DISPLAY ETQ-TITULO-BITACORA LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           IF RANGO-BIT-LIMITADO
               DISPLAY ETQ-MSG-RANGO-LIMITADO
                       LINE 04 COL 56 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 4
           END-IF
           COMPUTE INDICE-INICIO-BIT = (PAGINA-BIT - 1) * 13 + 1
           SET IDX-BIT TO INDICE-INICIO-BIT
           MOVE 5 TO RENGLON-LISTA
           PERFORM UNTIL RENGLON-LISTA > 17
               IF IDX-BIT <= TOTAL-BITACORA
                   IF TB-NEGADO (IDX-BIT) = "S"
                       DISPLAY TB-LINEA (IDX-BIT) (1:80)
                               LINE RENGLON-LISTA COL 01
                               BACKGROUND-COLOR 4 FOREGROUND-COLOR 7
                   ELSE
                       DISPLAY TB-LINEA (IDX-BIT) (1:80)
                               LINE RENGLON-LISTA COL 01
                               BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   END-IF
               ELSE
                   DISPLAY " " LINE RENGLON-LISTA COL 01
                           ERASE EOL BACKGROUND-COLOR 1
               END-IF
               SET IDX-BIT UP BY 1
               ADD 1 TO RENGLON-LISTA
           END-PERFORM
           MOVE TOTAL-BITACORA TO TOTAL-BITACORA-ED
           DISPLAY ETQ-REGISTROS-LABEL LINE 18 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY TOTAL-BITACORA-ED LINE 18 COL 12
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                       LINE 18 COL 20 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 4
           END-IF
           MOVE PAGINA-BIT  TO PAGINA-BIT-ED
           MOVE PAGINAS-BIT TO PAGINAS-BIT-ED
           DISPLAY ETQ-PAGINA-LABEL LINE 19 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY PAGINA-BIT-ED LINE 19 COL 09
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY "/" LINE 19 COL 12
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY PAGINAS-BIT-ED LINE 19 COL 13
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-MENU-BITACORA LINE 20 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

       GESTOR-SPOOL.
           MOVE "EJECUTO GESTOR DE SPOOL DE REPORTES (ADMVO)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM CARGAR-TABLA-SPOOL
           MOVE 1 TO PAGINA-SPL
           PERFORM CALCULAR-PAGINAS-SPOOL
           MOVE "N" TO SW-FIN-SPOOL
           PERFORM UNTIL FIN-GESTOR-SPOOL
               PERFORM MOSTRAR-PAGINA-SPOOL
               MOVE SPACE TO OPCION-CAPTURA
               MOVE 0     TO TECLA-STATUS
               ACCEPT CAMPO-TECLA
               EVALUATE TRUE
                   WHEN FLECHA-ABA OR FLECHA-DER
                       IF PAGINA-SPL < PAGINAS-SPL
                           ADD 1 TO PAGINA-SPL
                       END-IF
                   WHEN FLECHA-ARR OR FLECHA-IZQ
                       IF PAGINA-SPL > 1
                           SUBTRACT 1 FROM PAGINA-SPL
                       END-IF
                   WHEN FUNCTION UPPER-CASE(OPCION-CAPTURA) = "V"
                       PERFORM SELECCIONAR-SPOOL
                       IF SPOOL-SELECCIONADO
                           PERFORM VER-REPORTE-SPOOL
                       END-IF
                   WHEN FUNCTION UPPER-CASE(OPCION-CAPTURA) = "R"
                       PERFORM SELECCIONAR-SPOOL
                       IF SPOOL-SELECCIONADO
                           MOVE "R" TO ESTADO-SPOOL-NUEVO
                           PERFORM MARCAR-SPOOL
                       END-IF
                   WHEN FUNCTION UPPER-CASE(OPCION-CAPTURA) = "E"
                       PERFORM SELECCIONAR-SPOOL
                       IF SPOOL-SELECCIONADO
                           MOVE "E" TO ESTADO-SPOOL-NUEVO
                           PERFORM MARCAR-SPOOL
                       END-IF
                   WHEN FUNCTION UPPER-CASE(OPCION-CAPTURA) = "T"
                       PERFORM SELECCIONAR-SPOOL
                       IF SPOOL-SELECCIONADO
                           MOVE "T" TO ESTADO-SPOOL-NUEVO
                           PERFORM MARCAR-SPOOL
                       END-IF
                   WHEN FUNCTION UPPER-CASE(OPCION-CAPTURA) = "G"
                       PERFORM REGENERAR-EXTRACTO-DIA
                       PERFORM CARGAR-TABLA-SPOOL
                       PERFORM CALCULAR-PAGINAS-SPOOL
                   WHEN OTHER
                       MOVE "S" TO SW-FIN-SPOOL
               END-EVALUATE
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       CALCULAR-PAGINAS-SPOOL.
           COMPUTE PAGINAS-SPL = (TOTAL-SPOOL + 11) / 12
           IF PAGINAS-SPL = 0
               MOVE 1 TO PAGINAS-SPL
           END-IF.
           EXIT.

       CARGAR-TABLA-SPOOL.
           MOVE 0 TO TOTAL-SPOOL
           MOVE "N" TO SW-SPOOL-TRUNCADO
           OPEN INPUT ARCH-SPOOLIDX
           IF FS-SPOOLIDX = "00" OR FS-SPOOLIDX = "05"
               READ ARCH-SPOOLIDX
               PERFORM UNTIL FS-SPOOLIDX = "10"
                   IF TOTAL-SPOOL < 200
                       ADD 1 TO TOTAL-SPOOL
                       MOVE SPL-ARCHIVO  TO TSP-ARCHIVO (TOTAL-SPOOL)
                       MOVE SPL-TIPO     TO TSP-TIPO (TOTAL-SPOOL)
                       MOVE SPL-FECHA    TO TSP-FECHA (TOTAL-SPOOL)
                       MOVE SPL-HORA     TO TSP-HORA (TOTAL-SPOOL)
                       MOVE SPL-OPERADOR TO TSP-OPERADOR (TOTAL-SPOOL)
                       MOVE SPL-ESTADO   TO TSP-ESTADO (TOTAL-SPOOL)
                   ELSE
                       MOVE "S" TO SW-SPOOL-TRUNCADO
                   END-IF
                   READ ARCH-SPOOLIDX
               END-PERFORM
               CLOSE ARCH-SPOOLIDX
           END-IF.
           EXIT.

       MOSTRAR-PAGINA-SPOOL.
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-SPOOL LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-COLHDR-SPOOL LINE 04 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           COMPUTE INDICE-INICIO-SPL = (PAGINA-SPL - 1) * 12 + 1
           SET IDX-SPL TO INDICE-INICIO-SPL
           MOVE 5 TO RENGLON-LISTA
           PERFORM UNTIL RENGLON-LISTA > 16
               IF IDX-SPL <= TOTAL-SPOOL
                   MOVE IDX-SPL TO LSP-NUM
                   MOVE TSP-ARCHIVO (IDX-SPL)  TO LSP-ARCHIVO
                   MOVE TSP-TIPO (IDX-SPL)     TO LSP-TIPO
                   MOVE TSP-FECHA (IDX-SPL)    TO LSP-FECHA
                   MOVE TSP-HORA (IDX-SPL)     TO LSP-HORA
                   MOVE TSP-OPERADOR (IDX-SPL) TO LSP-OPERADOR
                   MOVE TSP-ESTADO (IDX-SPL)   TO LSP-ESTADO
                   DISPLAY LINEA-SPOOL LINE RENGLON-LISTA COL 01
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               ELSE
                   DISPLAY " " LINE RENGLON-LISTA COL 01
                           ERASE EOL BACKGROUND-COLOR 1
               END-IF
               SET IDX-SPL UP BY 1
               ADD 1 TO RENGLON-LISTA
           END-PERFORM
           IF SPOOL-TRUNCADO
               DISPLAY ETQ-MSG-INDICE-TRUNC
                       LINE 17 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 4
           END-IF
           MOVE PAGINA-SPL  TO PAGINA-SPL-ED
           MOVE PAGINAS-SPL TO PAGINAS-SPL-ED
           DISPLAY ETQ-PAGINA-LABEL LINE 18 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY PAGINA-SPL-ED LINE 18 COL 09
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY "/" LINE 18 COL 12
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY PAGINAS-SPL-ED LINE 18 COL 13
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-MENU-SPOOL LINE 19 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

      *> Regenera los extractos de un dia a partir de la historia
      *> VTAH de esa fecha (la cartera sale del archivo vigente) y
      *> los vuelve a registrar como pendientes de envio.
       REGENERAR-EXTRACTO-DIA.
           MOVE 0 TO FECHA-EXTRACTO
           DISPLAY PANTALLA-FECHA-EXTRACTO
           ACCEPT PANTALLA-FECHA-EXTRACTO
           IF FECHA-EXTRACTO > 0
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "REGENERA EXTRACTOS DEL DIA " DELIMITED SIZE
                      FECHA-EXTRACTO                DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               PERFORM GENERAR-EXTRACTOS-DIA
               IF NOT EXTRACTO-OK
                   DISPLAY ETQ-MSG-ERR-EXTRACTO
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               END-IF
           END-IF.
           EXIT.

       SELECCIONAR-SPOOL.
           MOVE "N" TO SW-SPOOL-SEL
           MOVE 0 TO NUM-SPOOL-SEL
           DISPLAY PANTALLA-NUM-SPOOL
           ACCEPT PANTALLA-NUM-SPOOL
           IF NUM-SPOOL-SEL > 0 AND NUM-SPOOL-SEL <= TOTAL-SPOOL
               MOVE "S" TO SW-SPOOL-SEL
           ELSE
               IF NUM-SPOOL-SEL > 0
                   DISPLAY ETQ-MSG-NUM-RANGO
                           LINE 21 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               END-IF
           END-IF.
           EXIT.

       MARCAR-SPOOL.
           IF SPOOL-TRUNCADO
               DISPLAY ETQ-MSG-INDICE-DEPURE
                       LINE 21 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               MOVE ESTADO-SPOOL-NUEVO TO TSP-ESTADO (NUM-SPOOL-SEL)
               PERFORM REESCRIBIR-SPOOLIDX
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "SPOOL "                    DELIMITED SIZE
                      TSP-ARCHIVO (NUM-SPOOL-SEL) DELIMITED SIZE
                      " -> "                      DELIMITED SIZE
                      ESTADO-SPOOL-NUEVO          DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
           END-IF.
           EXIT.

       REESCRIBIR-SPOOLIDX.
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN OUTPUT ARCH-SPOOLIDX
           IF FS-SPOOLIDX NOT = "00" AND FS-SPOOLIDX NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               PERFORM VARYING IDX-SPL FROM 1 BY 1
                       UNTIL IDX-SPL > TOTAL-SPOOL
                          OR (FS-SPOOLIDX NOT = "00"
                              AND FS-SPOOLIDX NOT = "05")
                   MOVE TSP-ARCHIVO (IDX-SPL)  TO SPL-ARCHIVO
                   MOVE TSP-TIPO (IDX-SPL)     TO SPL-TIPO
                   MOVE TSP-FECHA (IDX-SPL)    TO SPL-FECHA
                   MOVE TSP-HORA (IDX-SPL)     TO SPL-HORA
                   MOVE TSP-OPERADOR (IDX-SPL) TO SPL-OPERADOR
                   MOVE TSP-ESTADO (IDX-SPL)   TO SPL-ESTADO
                   WRITE REG-SPOOL
               END-PERFORM
               IF FS-SPOOLIDX NOT = "00" AND FS-SPOOLIDX NOT = "05"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-SPOOLIDX
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "SPOOLIDX" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       VER-REPORTE-SPOOL.
           MOVE TSP-ARCHIVO (NUM-SPOOL-SEL) TO NOMBRE-SPOOLVER
           PERFORM PAGINAR-VISOR-SPOOL.
           EXIT.

       PAGINAR-VISOR-SPOOL.
           PERFORM CARGAR-TABLA-VISOR
           MOVE 1 TO PAGINA-VIS
           COMPUTE PAGINAS-VIS = (TOTAL-VISOR + 15) / 16
           IF PAGINAS-VIS = 0
               MOVE 1 TO PAGINAS-VIS
           END-IF
           MOVE "N" TO SW-FIN-VISOR
           PERFORM UNTIL FIN-VISOR-SPOOL
               PERFORM MOSTRAR-PAGINA-VISOR
               MOVE SPACE TO OPCION-CAPTURA
               MOVE 0     TO TECLA-STATUS
               ACCEPT CAMPO-TECLA
               EVALUATE TRUE
                   WHEN FLECHA-ABA OR FLECHA-DER
                       IF PAGINA-VIS < PAGINAS-VIS
                           ADD 1 TO PAGINA-VIS
                       END-IF
                   WHEN FLECHA-ARR OR FLECHA-IZQ
                       IF PAGINA-VIS > 1
                           SUBTRACT 1 FROM PAGINA-VIS
                       END-IF
                   WHEN OTHER
                       MOVE "S" TO SW-FIN-VISOR
               END-EVALUATE
           END-PERFORM.
           EXIT.

       CARGAR-TABLA-VISOR.
           MOVE 0 TO TOTAL-VISOR
           MOVE "N" TO SW-VISOR-TRUNCADO
           OPEN INPUT ARCH-SPOOLVER
           IF FS-SPOOLVER = "00" OR FS-SPOOLVER = "05"
               READ ARCH-SPOOLVER
               PERFORM UNTIL FS-SPOOLVER = "10"
                   IF TOTAL-VISOR < 300
                       ADD 1 TO TOTAL-VISOR
                       MOVE REG-SPOOLVER (1:80)
                           TO TV-LINEA (TOTAL-VISOR)
                   ELSE
                       MOVE "S" TO SW-VISOR-TRUNCADO
                   END-IF
                   READ ARCH-SPOOLVER
               END-PERFORM
               CLOSE ARCH-SPOOLVER
           END-IF.
           EXIT.

       MOSTRAR-PAGINA-VISOR.
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY NOMBRE-SPOOLVER LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE PAGINA-VIS  TO PAGINA-VIS-ED
           MOVE PAGINAS-VIS TO PAGINAS-VIS-ED
           DISPLAY ETQ-PAGINA-LABEL LINE 03 COL 40
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY PAGINA-VIS-ED LINE 03 COL 48
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY "/" LINE 03 COL 51
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY PAGINAS-VIS-ED LINE 03 COL 52
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           IF VISOR-TRUNCADO
               DISPLAY ETQ-MSG-VISTA-TRUNCADA
                       LINE 03 COL 56 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 4
           END-IF
           COMPUTE INDICE-INICIO-VIS = (PAGINA-VIS - 1) * 16 + 1
           SET IDX-VIS TO INDICE-INICIO-VIS
           MOVE 5 TO RENGLON-LISTA
           PERFORM UNTIL RENGLON-LISTA > 20
               IF IDX-VIS <= TOTAL-VISOR
                   DISPLAY TV-LINEA (IDX-VIS)
                           LINE RENGLON-LISTA COL 01
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               ELSE
                   DISPLAY " " LINE RENGLON-LISTA COL 01
                           ERASE EOL BACKGROUND-COLOR 1
               END-IF
               SET IDX-VIS UP BY 1
               ADD 1 TO RENGLON-LISTA
           END-PERFORM.
           EXIT.

       REGISTRAR-CONTROL-CONFRONTACION.
           MOVE FECHA-NEGOCIO TO CFC-FECHA-CONF
           OPEN OUTPUT ARCH-CONFCTL
           IF FS-CONFCTL = "00" OR FS-CONFCTL = "05"
               WRITE REG-CONFCTL
               CLOSE ARCH-CONFCTL
           END-IF.
           EXIT.

       DESPLEGAR-COMERCIAL.
           MOVE SPACE TO OPCION-VENTANA
           PERFORM UNTIL FUNCTION UPPER-CASE(OPCION-VENTANA) = "S"
               DISPLAY MENU-COMERCIAL
               ACCEPT CAMPO-TECLA
               MOVE OPCION-CAPTURA TO OPCION-VENTANA
               EVALUATE FUNCTION UPPER-CASE(OPCION-VENTANA)
                   WHEN "C"
                       PERFORM CONFRONTACION-COMERCIAL
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN "A"
                       PERFORM APLICAR-AJUSTES-CONFRONTACION
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN "V"
                       PERFORM CAPTURA-VENTAS
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN "E"
                       PERFORM CAPTURA-COMPRAS
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN "G"
                       PERFORM SUGERIDO-COMPRA
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN "M"
                       PERFORM MARGEN-BRUTO-PERIODO
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN "D"
                       PERFORM DEVOLUCIONES-VENTA
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN "P"
                       PERFORM ORDENES-COMPRA-PENDIENTES
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN "I"
                       PERFORM IMPORTAR-VENTAS-POS
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN "F"
                       PERFORM TOMA-FISICA-INVENTARIO
                       MOVE SPACE TO OPCION-VENTANA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       CONFRONTACION-COMERCIAL.
           MOVE "EJECUTO CONFRONTACION COMERCIAL (VENTAS VS STOCK)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ENCABEZADO-CONFRONTACION
           MOVE 0 TO TOTAL-DIFERENCIAS

           MOVE "CONFRONTA" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPCONF
           OPEN OUTPUT ARCH-REPCONF
           IF FS-REPCONF NOT = "00" AND FS-REPCONF NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-CONFRONTACION
                   TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCONF FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CIERRE-LABEL DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      FECHA-NEGOCIO-TEXTO DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCONF FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-COLHDR-CONF-1 DELIMITED BY SIZE
                      ETQ-COLHDR-CONF-2 DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCONF FROM LINEA-REPORTE-IMPRESO

           OPEN INPUT ARCH-VENTAS
           IF FS-VENTAS NOT = "00" AND FS-VENTAS NOT = "05"
               DISPLAY ETQ-MSG-SIN-VENTAS
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               MOVE ETQ-MSG-SIN-VENTAS
                   TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCONF FROM LINEA-REPORTE-IMPRESO
           ELSE
               CLOSE ARCH-VENTAS
               PERFORM ORDENAR-ARCHIVOS-CONFRONTACION
               MOVE "N" TO SW-CONFRONTACION-OK
               IF ORDEN-COMPLETO
                   PERFORM CONFRONTAR-ORDENADOS
               END-IF
               IF CONFRONTACION-COMPLETA
                   IF TOTAL-DIFERENCIAS = 0
                       DISPLAY ETQ-MSG-SIN-DIFERENCIAS
                               LINE 06 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       MOVE ETQ-MSG-SIN-DIFERENCIAS
                           TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPCONF FROM LINEA-REPORTE-IMPRESO
                   END-IF
                   PERFORM REGISTRAR-CONTROL-CONFRONTACION
               END-IF
               END-IF
               CLOSE ARCH-REPCONF
               PERFORM REGISTRAR-SPOOL
           END-IF

           DISPLAY " " LINE 22 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ACCEPT CAMPO-TECLA
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       ORDENAR-ARCHIVOS-CONFRONTACION.
           MOVE "S" TO SW-ORDEN-OK
           SORT ARCH-ORDEN ON ASCENDING KEY ORD-SKU
               USING ARCH-VENTAS GIVING ARCH-VTASORD
           OPEN INPUT ARCH-STOCK
           EVALUATE TRUE
               WHEN FS-STOCK = "00" OR FS-STOCK = "05"
                   CLOSE ARCH-STOCK
                   SORT ARCH-ORDEN ON ASCENDING KEY ORD-SKU
                       USING ARCH-STOCK GIVING ARCH-STKSORD
               WHEN FS-STOCK = "35"
                   OPEN OUTPUT ARCH-STKSORD
                   CLOSE ARCH-STKSORD
               WHEN OTHER
                   MOVE "N" TO SW-ORDEN-OK
                   DISPLAY ETQ-MSG-ERR-STOCK
                           LINE 06 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   MOVE ETQ-MSG-ERR-STOCK TO LINEA-REPORTE-IMPRESO
                   WRITE REG-REPCONF FROM LINEA-REPORTE-IMPRESO
           END-EVALUATE.
           EXIT.

       CONFRONTAR-ORDENADOS.
           OPEN INPUT ARCH-VTASORD
           OPEN INPUT ARCH-STKSORD
           OPEN OUTPUT ARCH-DIFCONF
           IF (FS-VTASORD NOT = "00" AND FS-VTASORD NOT = "05")
              OR (FS-STKSORD NOT = "00" AND FS-STKSORD NOT = "05")
              OR (FS-DIFCONF NOT = "00" AND FS-DIFCONF NOT = "05")
               DISPLAY ETQ-MSG-ERR-TRABAJO
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               MOVE ETQ-MSG-ERR-TRABAJO
                   TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPCONF FROM LINEA-REPORTE-IMPRESO
               CLOSE ARCH-VTASORD
               CLOSE ARCH-STKSORD
               CLOSE ARCH-DIFCONF
           ELSE
               PERFORM CONFRONTAR-ORDENADOS-LEER
           END-IF.
           EXIT.

       CONFRONTAR-ORDENADOS-LEER.
           MOVE "S" TO SW-CONFRONTACION-OK
           MOVE 6 TO RENGLON-REPORTE
           MOVE 0 TO VENTAS-PROCESADAS
           MOVE 0 TO PROGRESO-CONTADOR
           READ ARCH-VTASORD
           READ ARCH-STKSORD
           PERFORM UNTIL FS-VTASORD = "10"
               PERFORM UNTIL FS-STKSORD = "10"
                          OR SSK-SKU >= VTS-SKU
                   READ ARCH-STKSORD
               END-PERFORM
               IF FS-STKSORD NOT = "10" AND SSK-SKU = VTS-SKU
                   MOVE "S" TO SW-ENCONTRADO
                   MOVE SSK-CANTIDAD TO STK-CANTIDAD-REF
                   MOVE SSK-PRECIO   TO STK-PRECIO-REF
                   IF VTS-CANTIDAD NOT = SSK-CANTIDAD
                      OR VTS-PRECIO NOT = SSK-PRECIO
                       PERFORM MOSTRAR-DIFERENCIA
                   END-IF
               ELSE
                   MOVE "N" TO SW-ENCONTRADO
                   MOVE ZERO TO STK-CANTIDAD-REF
                   MOVE ZERO TO STK-PRECIO-REF
                   PERFORM MOSTRAR-DIFERENCIA
               END-IF
               ADD 1 TO VENTAS-PROCESADAS
               ADD 1 TO PROGRESO-CONTADOR
               IF PROGRESO-CONTADOR = 100
                   MOVE 0 TO PROGRESO-CONTADOR
                   PERFORM MOSTRAR-PROGRESO-CONFRONTACION
               END-IF
               READ ARCH-VTASORD
           END-PERFORM
           PERFORM MOSTRAR-PROGRESO-CONFRONTACION
           CLOSE ARCH-VTASORD
           CLOSE ARCH-STKSORD
           CLOSE ARCH-DIFCONF.
           EXIT.

       MOSTRAR-PROGRESO-CONFRONTACION.
           MOVE VENTAS-PROCESADAS TO VENTAS-PROCESADAS-ED
           DISPLAY ETQ-PROCESADAS-LABEL LINE 05 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY VENTAS-PROCESADAS-ED LINE 05 COL 67
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
           EXIT.

       MOSTRAR-DIFERENCIA.
           COMPUTE DIF-CANTIDAD-REF = VTS-CANTIDAD - STK-CANTIDAD-REF
           COMPUTE DIF-PRECIO-REF   = VTS-PRECIO - STK-PRECIO-REF
           MOVE VTS-SKU TO ARTICULO-BUSCADO
           PERFORM OBTENER-DESC-ARTICULO
           MOVE DESC-ARTICULO-REF TO LIN-DESC
           MOVE VTS-SKU      TO LIN-SKU
           MOVE VTS-CANTIDAD TO LIN-CANT-VTA
           MOVE STK-CANTIDAD-REF TO LIN-CANT-STK
           MOVE DIF-CANTIDAD-REF TO LIN-DIF-CANT
           MOVE VTS-PRECIO   TO LIN-PRECIO-VTA
           MOVE STK-PRECIO-REF   TO LIN-PRECIO-STK
           MOVE DIF-PRECIO-REF   TO LIN-DIF-PRECIO
           MOVE LINEA-DIFERENCIA TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPCONF FROM LINEA-REPORTE-IMPRESO
           MOVE VTS-SKU          TO DIF-SKU
           MOVE SW-ENCONTRADO    TO DIF-EXISTE
           MOVE VTS-CANTIDAD     TO DIF-CANT-VTA
           MOVE VTS-PRECIO       TO DIF-PRECIO-VTA
           MOVE STK-CANTIDAD-REF TO DIF-CANT-STK
           MOVE STK-PRECIO-REF   TO DIF-PRECIO-STK
           WRITE REG-DIFCONF
           IF RENGLON-REPORTE <= 20
               DISPLAY LINEA-DIFERENCIA LINE RENGLON-REPORTE COL 01
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               ADD 1 TO RENGLON-REPORTE
           END-IF
           ADD 1 TO TOTAL-DIFERENCIAS.
           EXIT.

       CAPTURA-VENTAS.
           MOVE "EJECUTO CAPTURA DE VENTAS (COMERCIAL)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-CAPTURA LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE "N" TO SW-FIN-CAPTURA
           PERFORM UNTIL FIN-CAPTURA-VENTAS
               MOVE SPACE TO TERCERO-VENTA
               MOVE SPACE TO SKU-CAPTURA
               MOVE 0 TO CANT-CAPTURA
               MOVE 0 TO PRECIO-CAPTURA
               DISPLAY PANTALLA-CAPTURA-VENTA
               ACCEPT PANTALLA-CAPTURA-VENTA
               IF SKU-CAPTURA = SPACE
                   MOVE "S" TO SW-FIN-CAPTURA
               ELSE
                   PERFORM VALIDAR-VENTA-CAPTURADA
                   IF VENTA-VALIDA
                       PERFORM GRABAR-VENTA-CAPTURADA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       VALIDAR-VENTA-CAPTURADA.
           MOVE "N" TO SW-VENTA-VALIDA
           MOVE TERCERO-VENTA TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO
           EVALUATE TRUE
               WHEN NOT TERCERO-HALLADO
                   DISPLAY ETQ-MSG-TERC-NO-EXISTE
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN TER-TIPO NOT = "C"
                   DISPLAY ETQ-MSG-NO-CLIENTE
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN TER-ESTADO = "B"
                   DISPLAY ETQ-MSG-CLI-BLOQUEADO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN OTHER
                   DISPLAY TER-NOMBRE LINE 04 COL 24
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   PERFORM VALIDAR-SKU-VENTA
           END-EVALUATE.
           EXIT.

       VALIDAR-SKU-VENTA.
           MOVE SKU-CAPTURA TO SKU-BUSCADO
           PERFORM BUSCAR-SKU-ARCHIVO-STOCK
           IF NOT SKU-ENCONTRADO
               DISPLAY ETQ-MSG-SKU-INVALIDO
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
               PERFORM LIMPIAR-MENSAJE-CAPTURA
           ELSE
               MOVE SKU-CAPTURA TO ARTICULO-BUSCADO
               PERFORM BUSCAR-ARTICULO
               EVALUATE TRUE
                   WHEN NOT ARTICULO-HALLADO
                       DISPLAY ETQ-MSG-SKU-SIN-MAESTRO
                               LINE 10 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                       PERFORM LIMPIAR-MENSAJE-CAPTURA
                   WHEN ART-ESTADO = "D"
                       DISPLAY ETQ-MSG-SKU-DESCONT
                               LINE 10 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                       PERFORM LIMPIAR-MENSAJE-CAPTURA
                   WHEN CANT-CAPTURA = 0
                       DISPLAY ETQ-MSG-CANT-CERO
                               LINE 10 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                       PERFORM LIMPIAR-MENSAJE-CAPTURA
                   WHEN PRECIO-CAPTURA = 0
                       DISPLAY ETQ-MSG-PRECIO-CERO
                               LINE 10 COL 01 BACKGROUND-COLOR 1
                                              FOREGROUND-COLOR 7
                       ACCEPT CAMPO-TECLA
                       PERFORM LIMPIAR-MENSAJE-CAPTURA
                   WHEN OTHER
                       DISPLAY ART-DESCRIPCION LINE 05 COL 24
                               BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                       PERFORM VALIDAR-PRECIO-VENTA
                       IF VENTA-VALIDA
                           PERFORM VALIDAR-EXISTENCIA-VENTA
                       END-IF
               END-EVALUATE
           END-IF.
           EXIT.

       BUSCAR-SKU-ARCHIVO-STOCK.
           MOVE "N" TO SW-ENCONTRADO
           MOVE ZERO TO STK-CANTIDAD-REF
           MOVE ZERO TO STK-PRECIO-REF
           MOVE ZERO TO STK-COSTO-REF
           OPEN INPUT ARCH-STOCK
           IF FS-STOCK = "00" OR FS-STOCK = "05"
               MOVE SKU-BUSCADO TO STK-SKU
               READ ARCH-STOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-ENCONTRADO
                       MOVE STK-CANTIDAD TO STK-CANTIDAD-REF
                       MOVE STK-PRECIO   TO STK-PRECIO-REF
                       MOVE STK-COSTO-PROM TO STK-COSTO-REF
               END-READ
               CLOSE ARCH-STOCK
           END-IF.
           EXIT.

       VALIDAR-PRECIO-VENTA.
           MOVE "S" TO SW-VENTA-VALIDA
           IF STK-PRECIO-REF > 0
               COMPUTE PRECIO-TOPE = STK-PRECIO-REF * 2
               COMPUTE PRECIO-DOBLE = PRECIO-CAPTURA * 2
               IF PRECIO-CAPTURA > PRECIO-TOPE
                  OR PRECIO-DOBLE < STK-PRECIO-REF
                   MOVE "N" TO SW-VENTA-VALIDA
                   DISPLAY ETQ-MSG-PRECIO-RANGO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               END-IF
           END-IF.
           EXIT.

       VALIDAR-EXISTENCIA-VENTA.
           IF CANT-CAPTURA > STK-CANTIDAD-REF
               MOVE STK-CANTIDAD-REF TO EXISTENCIA-ED
               DISPLAY ETQ-MSG-SUPERA-EXIST
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               DISPLAY EXISTENCIA-ED LINE 10 COL 32
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY ETQ-MSG-CONTINUA LINE 10 COL 42
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE SPACE TO OPCION-CAPTURA
               ACCEPT CAMPO-TECLA
               IF FUNCTION UPPER-CASE(OPCION-CAPTURA) NOT = "S"
                   MOVE "N" TO SW-VENTA-VALIDA
               END-IF
               PERFORM LIMPIAR-MENSAJE-CAPTURA
           END-IF.
           EXIT.

       GRABAR-VENTA-CAPTURADA.
           PERFORM GRABAR-VENTA-Y-DOCUMENTO.
           EXIT.

       GRABAR-VENTA-Y-DOCUMENTO.
           OPEN EXTEND ARCH-VENTAS
           IF FS-VENTAS = "35"
               OPEN OUTPUT ARCH-VENTAS
           END-IF
           IF FS-VENTAS = "00" OR FS-VENTAS = "05"
               MOVE SKU-CAPTURA     TO VTA-SKU
               MOVE CANT-CAPTURA    TO VTA-CANTIDAD
               MOVE PRECIO-CAPTURA  TO VTA-PRECIO
               MOVE FECHA-NEGOCIO   TO VTA-FECHA
               MOVE OPERADOR-ACTUAL TO VTA-OPERADOR
               MOVE TERCERO-VENTA   TO VTA-TERCERO
               MOVE STK-COSTO-REF   TO VTA-COSTO
               MOVE SKU-CAPTURA     TO ARTICULO-BUSCADO
               PERFORM OBTENER-TASA-IVA
               COMPUTE BASE-IVA-REF = CANT-CAPTURA * PRECIO-CAPTURA
               PERFORM CALCULAR-IVA-LINEA
               MOVE TASA-IVA-REF    TO VTA-TASA-IVA
               MOVE IVA-LINEA-REF   TO VTA-IVA
               MOVE "FV"            TO DOC-PREFIJO-CART
               PERFORM GENERAR-NUMERO-DOC-CART
               MOVE DOC-GENERADO-CART TO VTA-DOCUMENTO
               WRITE REG-VENTAS
               CLOSE ARCH-VENTAS
               MOVE TERCERO-VENTA TO TERCERO-DOC-CART
               MOVE "C"  TO TIPO-DOC-CART
               COMPUTE VALOR-DOC-CART = BASE-IVA-REF + IVA-LINEA-REF
               MOVE "FV" TO DOC-PREFIJO-CART
               PERFORM GRABAR-DOC-CARTERA
               MOVE CANT-CAPTURA   TO CANT-CAPTURA-ED
               MOVE PRECIO-CAPTURA TO PRECIO-CAPTURA-ED
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "VENTA SKU "      DELIMITED SIZE
                      SKU-CAPTURA       DELIMITED SIZE
                      " CANT:"          DELIMITED SIZE
                      CANT-CAPTURA-ED   DELIMITED SIZE
                      " PRECIO:"        DELIMITED SIZE
                      PRECIO-CAPTURA-ED DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
               DISPLAY ETQ-MSG-VENTA-GRABADA
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               PERFORM MOSTRAR-LIQUIDACION-IVA
           ELSE
               DISPLAY ETQ-MSG-SIN-VENTAS
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
               PERFORM LIMPIAR-MENSAJE-CAPTURA
           END-IF.
           EXIT.

       LIMPIAR-MENSAJE-CAPTURA.
           DISPLAY " " LINE 10 COL 01 ERASE EOL
                   BACKGROUND-COLOR 1.
           EXIT.

      *> Importacion del archivo del punto de venta externo del dia
      *> (POS<fecha>.DAT). Cada linea pasa por las mismas validaciones
      *> de la captura manual mas el cupo de credito del cliente; las
      *> buenas se graban en VENTAS con su factura FV y las malas van
      *> al archivo de rechazos con su motivo. Un archivo ya importado
      *> no se vuelve a cargar.
       IMPORTAR-VENTAS-POS.
           MOVE "EJECUTO IMPORTACION DE VENTAS POS (COMERCIAL)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-IMPORT-POS LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           PERFORM VERIFICAR-IMPORTACION-POS
           DISPLAY ETQ-ARCHIVO-LABEL LINE 05 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY NOMBRE-POSVTA LINE 05 COL 10
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           IF POS-IMPORTADO
               DISPLAY ETQ-MSG-POS-YA-IMPORTADO
                       LINE 07 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               OPEN INPUT ARCH-POSVTA
               IF FS-POSVTA NOT = "00" AND FS-POSVTA NOT = "05"
                   DISPLAY ETQ-MSG-POS-NO-EXISTE
                           LINE 07 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               ELSE
                   PERFORM PROCESAR-ARCHIVO-POS
                   CLOSE ARCH-POSVTA
                   PERFORM REGISTRAR-IMPORTACION-POS
                   MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
                   PERFORM PAGINAR-VISOR-SPOOL
               END-IF
           END-IF
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       VERIFICAR-IMPORTACION-POS.
           MOVE "N" TO SW-POS-IMPORTADO
           MOVE SPACES TO NOMBRE-POSVTA
           STRING "POS"         DELIMITED SIZE
                  FECHA-NEGOCIO DELIMITED SIZE
                  ".DAT"        DELIMITED SIZE
                  INTO NOMBRE-POSVTA
           OPEN INPUT ARCH-POSCTL
           IF FS-POSCTL = "00" OR FS-POSCTL = "05"
               READ ARCH-POSCTL
               PERFORM UNTIL FS-POSCTL = "10" OR POS-IMPORTADO
                   IF PCT-ARCHIVO = NOMBRE-POSVTA
                       MOVE "S" TO SW-POS-IMPORTADO
                   ELSE
                       READ ARCH-POSCTL
                   END-IF
               END-PERFORM
               CLOSE ARCH-POSCTL
           END-IF.
           EXIT.

       PROCESAR-ARCHIVO-POS.
           MOVE 0 TO LEIDOS-POS
           MOVE 0 TO ACEPTADOS-POS
           MOVE 0 TO RECHAZADOS-POS
           MOVE ZERO TO VALOR-ACEPTADO-POS
           MOVE SPACES TO NOMBRE-RECHPOS
           STRING "RECHPOS"     DELIMITED SIZE
                  FECHA-NEGOCIO DELIMITED SIZE
                  ".DAT"        DELIMITED SIZE
                  INTO NOMBRE-RECHPOS
           OPEN OUTPUT ARCH-RECHPOS
           MOVE "IMPORTPOS" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPPOS
           OPEN OUTPUT ARCH-REPPOS
           IF FS-REPPOS NOT = "00" AND FS-REPPOS NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 07 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-IMPORT-POS TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CIERRE-LABEL    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      FECHA-NEGOCIO-TEXTO DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      ETQ-ARCHIVO-LABEL   DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      NOMBRE-POSVTA       DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-RECH-POS TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO
           END-IF
           READ ARCH-POSVTA
           PERFORM UNTIL FS-POSVTA = "10"
               ADD 1 TO LEIDOS-POS
               PERFORM VALIDAR-LINEA-POS
               IF MOTIVO-RECHAZO-POS = SPACES
                   PERFORM GRABAR-VENTA-POS
               END-IF
               IF MOTIVO-RECHAZO-POS NOT = SPACES
                   PERFORM RECHAZAR-LINEA-POS
               END-IF
               READ ARCH-POSVTA
           END-PERFORM
           IF FS-RECHPOS = "00" OR FS-RECHPOS = "05"
               CLOSE ARCH-RECHPOS
           END-IF
           IF FS-REPPOS = "00" OR FS-REPPOS = "05"
               PERFORM IMPRIMIR-TOTALES-POS
               CLOSE ARCH-REPPOS
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

      *> Mismo orden de validacion de la captura manual de ventas. La
      *> existencia insuficiente no rechaza: en la captura manual es
      *> solo una advertencia y la venta del POS ya se entrego.
       VALIDAR-LINEA-POS.
           MOVE SPACES TO MOTIVO-RECHAZO-POS
           MOVE SPACES TO DESC-RECHAZO-POS
           MOVE PVT-TERCERO TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO
           IF PVT-CANTIDAD IS NUMERIC AND PVT-PRECIO IS NUMERIC
              AND PVT-FECHA IS NUMERIC
               MOVE PVT-SKU TO SKU-BUSCADO
               PERFORM BUSCAR-SKU-ARCHIVO-STOCK
               MOVE PVT-SKU TO ARTICULO-BUSCADO
               PERFORM BUSCAR-ARTICULO
           END-IF
           EVALUATE TRUE
               WHEN PVT-CANTIDAD NOT NUMERIC
                 OR PVT-PRECIO NOT NUMERIC
                 OR PVT-FECHA NOT NUMERIC
                   MOVE "11" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-POS-NO-NUMERICO TO DESC-RECHAZO-POS
               WHEN PVT-FECHA NOT = FECHA-NEGOCIO
                   MOVE "12" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-POS-OTRA-FECHA TO DESC-RECHAZO-POS
               WHEN NOT TERCERO-HALLADO
                   MOVE "01" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-TERC-NO-EXISTE TO DESC-RECHAZO-POS
               WHEN TER-TIPO NOT = "C"
                   MOVE "02" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-NO-CLIENTE TO DESC-RECHAZO-POS
               WHEN TER-ESTADO = "B"
                   MOVE "03" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-CLI-BLOQUEADO TO DESC-RECHAZO-POS
               WHEN NOT SKU-ENCONTRADO
                   MOVE "04" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-SKU-INVALIDO TO DESC-RECHAZO-POS
               WHEN NOT ARTICULO-HALLADO
                   MOVE "05" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-SKU-SIN-MAESTRO TO DESC-RECHAZO-POS
               WHEN ART-ESTADO = "D"
                   MOVE "06" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-SKU-DESCONT TO DESC-RECHAZO-POS
               WHEN PVT-CANTIDAD = 0
                   MOVE "07" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-CANT-CERO TO DESC-RECHAZO-POS
               WHEN PVT-PRECIO = 0
                   MOVE "08" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-PRECIO-CERO TO DESC-RECHAZO-POS
               WHEN OTHER
                   PERFORM VALIDAR-PRECIO-CUPO-POS
           END-EVALUATE.
           EXIT.

       VALIDAR-PRECIO-CUPO-POS.
           COMPUTE PRECIO-TOPE = STK-PRECIO-REF * 2
           COMPUTE PRECIO-DOBLE = PVT-PRECIO * 2
           PERFORM OBTENER-TASA-IVA
           COMPUTE BASE-IVA-REF = PVT-CANTIDAD * PVT-PRECIO
           PERFORM CALCULAR-IVA-LINEA
           COMPUTE VALOR-LINEA-POS = BASE-IVA-REF + IVA-LINEA-REF
           PERFORM CALCULAR-SALDO-CLIENTE-POS
           EVALUATE TRUE
               WHEN STK-PRECIO-REF > 0
                AND (PVT-PRECIO > PRECIO-TOPE
                     OR PRECIO-DOBLE < STK-PRECIO-REF)
                   MOVE "09" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-PRECIO-RANGO TO DESC-RECHAZO-POS
               WHEN TER-CUPO > 0
                AND SALDO-CLIENTE-POS + VALOR-LINEA-POS
                    > TER-CUPO
                   MOVE "10" TO MOTIVO-RECHAZO-POS
                   MOVE ETQ-MSG-EXCEDE-CUPO TO DESC-RECHAZO-POS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

      *> El saldo del cliente incluye las facturas que esta misma
      *> importacion ya agrego a la cartera.
       CALCULAR-SALDO-CLIENTE-POS.
           MOVE ZERO TO SALDO-CLIENTE-POS
           OPEN INPUT ARCH-CARTERA
           IF FS-CARTERA = "00" OR FS-CARTERA = "05"
               MOVE PVT-TERCERO TO TERCERO-POSICION
               PERFORM POSICIONAR-CARTERA-TERCERO
               PERFORM UNTIL FS-CARTERA NOT = "00"
                          OR CAR-TERCERO NOT = PVT-TERCERO
                   IF CAR-TIPO = "C"
                       ADD CAR-VALOR TO SALDO-CLIENTE-POS
                   END-IF
                   READ ARCH-CARTERA NEXT RECORD
               END-PERFORM
               CLOSE ARCH-CARTERA
           END-IF.
           EXIT.

       GRABAR-VENTA-POS.
           OPEN EXTEND ARCH-VENTAS
           IF FS-VENTAS = "35"
               OPEN OUTPUT ARCH-VENTAS
           END-IF
           IF FS-VENTAS = "00" OR FS-VENTAS = "05"
               MOVE PVT-SKU         TO VTA-SKU
               MOVE PVT-CANTIDAD    TO VTA-CANTIDAD
               MOVE PVT-PRECIO      TO VTA-PRECIO
               MOVE FECHA-NEGOCIO   TO VTA-FECHA
               MOVE "EXTERNO"       TO VTA-OPERADOR
               MOVE PVT-TERCERO     TO VTA-TERCERO
               MOVE STK-COSTO-REF   TO VTA-COSTO
               MOVE TASA-IVA-REF    TO VTA-TASA-IVA
               MOVE IVA-LINEA-REF   TO VTA-IVA
               MOVE "FV"            TO DOC-PREFIJO-CART
               PERFORM GENERAR-NUMERO-DOC-CART
               MOVE DOC-GENERADO-CART TO VTA-DOCUMENTO
               WRITE REG-VENTAS
               CLOSE ARCH-VENTAS
               MOVE PVT-TERCERO TO TERCERO-DOC-CART
               MOVE "C"  TO TIPO-DOC-CART
               MOVE VALOR-LINEA-POS TO VALOR-DOC-CART
               MOVE "FV" TO DOC-PREFIJO-CART
               PERFORM GRABAR-DOC-CARTERA
               ADD 1 TO ACEPTADOS-POS
               ADD VALOR-LINEA-POS TO VALOR-ACEPTADO-POS
           ELSE
               MOVE "14" TO MOTIVO-RECHAZO-POS
               MOVE ETQ-MSG-SIN-VENTAS TO DESC-RECHAZO-POS
           END-IF.
           EXIT.

       RECHAZAR-LINEA-POS.
           ADD 1 TO RECHAZADOS-POS
           IF FS-RECHPOS = "00" OR FS-RECHPOS = "05"
               MOVE REG-POSVTA         TO RPO-LINEA
               MOVE MOTIVO-RECHAZO-POS TO RPO-MOTIVO
               WRITE REG-RECHPOS
           END-IF
           IF FS-REPPOS = "00" OR FS-REPPOS = "05"
               MOVE PVT-TIQUETE        TO LRP-TIQUETE
               MOVE PVT-SKU            TO LRP-SKU
               MOVE MOTIVO-RECHAZO-POS TO LRP-MOTIVO
               MOVE DESC-RECHAZO-POS   TO LRP-DESC
               MOVE LINEA-RECHAZO-POS TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO
           END-IF.
           EXIT.

       IMPRIMIR-TOTALES-POS.
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO
           MOVE LEIDOS-POS TO CONTADOR-POS-ED
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           STRING ETQ-POS-LEIDOS  DELIMITED BY SIZE
                  CONTADOR-POS-ED DELIMITED BY SIZE
                  INTO LINEA-REPORTE-IMPRESO
           WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO
           MOVE ACEPTADOS-POS TO CONTADOR-POS-ED
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           STRING ETQ-POS-ACEPTADOS DELIMITED BY SIZE
                  CONTADOR-POS-ED   DELIMITED BY SIZE
                  INTO LINEA-REPORTE-IMPRESO
           WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO
           MOVE RECHAZADOS-POS TO CONTADOR-POS-ED
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           STRING ETQ-POS-RECHAZADOS DELIMITED BY SIZE
                  CONTADOR-POS-ED    DELIMITED BY SIZE
                  INTO LINEA-REPORTE-IMPRESO
           WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO
           MOVE VALOR-ACEPTADO-POS TO VALOR-ACEPTADO-ED
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           STRING ETQ-POS-VALOR     DELIMITED BY SIZE
                  VALOR-ACEPTADO-ED DELIMITED BY SIZE
                  INTO LINEA-REPORTE-IMPRESO
           WRITE REG-REPPOS FROM LINEA-REPORTE-IMPRESO.
           EXIT.

       REGISTRAR-IMPORTACION-POS.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-ACTUAL
           MOVE NOMBRE-POSVTA      TO PCT-ARCHIVO
           MOVE FECHA-NEGOCIO      TO PCT-FECHA
           MOVE HHMMSS-ACTUAL      TO PCT-HORA
           MOVE OPERADOR-ACTUAL    TO PCT-OPERADOR
           MOVE LEIDOS-POS         TO PCT-LEIDOS
           MOVE ACEPTADOS-POS      TO PCT-ACEPTADOS
           MOVE RECHAZADOS-POS     TO PCT-RECHAZADOS
           MOVE VALOR-ACEPTADO-POS TO PCT-VALOR
           OPEN EXTEND ARCH-POSCTL
           IF FS-POSCTL = "35"
               OPEN OUTPUT ARCH-POSCTL
           END-IF
           IF FS-POSCTL = "00" OR FS-POSCTL = "05"
               WRITE REG-POSCTL
               CLOSE ARCH-POSCTL
           END-IF
           MOVE SPACES TO BIT-DESCRIPCION
           STRING "IMPORTO "        DELIMITED SIZE
                  NOMBRE-POSVTA     DELIMITED SIZE
                  " LEIDOS:"        DELIMITED SIZE
                  LEIDOS-POS        DELIMITED SIZE
                  " RECHAZADOS:"    DELIMITED SIZE
                  RECHAZADOS-POS    DELIMITED SIZE
                  INTO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA.
           EXIT.

      *> Devoluciones de venta: el cliente devuelve unidades de una
      *> factura FV. No se acepta devolver mas de lo facturado menos
      *> lo ya devuelto; cada devolucion reingresa las unidades a
      *> existencias y genera una nota credito NC que se cruza contra
      *> el saldo abierto de la factura.
       DEVOLUCIONES-VENTA.
           MOVE "EJECUTO DEVOLUCIONES DE VENTA (COMERCIAL)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-DEVOLUCION LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE "N" TO SW-FIN-DEVOLUCION
           PERFORM UNTIL FIN-CAPTURA-DEVOLUCION
               MOVE SPACE TO TERCERO-DEV
               MOVE SPACE TO DOC-ORIGEN-DEV
               MOVE SPACE TO SKU-DEV
               MOVE 0 TO CANT-DEV
               MOVE SPACE TO MOTIVO-DEV
               DISPLAY PANTALLA-CAPTURA-DEVOLUCION
               ACCEPT PANTALLA-CAPTURA-DEVOLUCION
               IF TERCERO-DEV = SPACE
                   MOVE "S" TO SW-FIN-DEVOLUCION
               ELSE
                   PERFORM VALIDAR-DEVOLUCION
                   IF DEVOLUCION-VALIDA
                       PERFORM GRABAR-DEVOLUCION
                   END-IF
               END-IF
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       VALIDAR-DEVOLUCION.
           MOVE "N" TO SW-DEVOLUCION-VALIDA
           MOVE TERCERO-DEV TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO
           EVALUATE TRUE
               WHEN NOT TERCERO-HALLADO
                   DISPLAY ETQ-MSG-TERC-NO-EXISTE
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN TER-TIPO NOT = "C"
                   DISPLAY ETQ-MSG-NO-CLIENTE
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN NOT MOTIVO-DEV-VALIDO
                   DISPLAY ETQ-MSG-MOTIVO-INVALIDO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN CANT-DEV = 0
                   DISPLAY ETQ-MSG-CANT-CERO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN OTHER
                   DISPLAY TER-NOMBRE LINE 04 COL 24
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   PERFORM VALIDAR-FACTURA-DEVOLUCION
           END-EVALUATE.
           EXIT.

       VALIDAR-FACTURA-DEVOLUCION.
           PERFORM BUSCAR-FACTURA-DEVOLUCION
           MOVE SKU-DEV TO SKU-BUSCADO
           PERFORM BUSCAR-SKU-ARCHIVO-STOCK
           EVALUATE TRUE
               WHEN NOT FACTURA-DEV-HALLADA
                   DISPLAY ETQ-MSG-FACT-NO-EXISTE
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN NOT SKU-ENCONTRADO
                   DISPLAY ETQ-MSG-SKU-INVALIDO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN OTHER
                   PERFORM VALIDAR-CANTIDAD-DEVOLUCION
           END-EVALUATE.
           EXIT.

      *> Lectura directa de la factura por su llave tercero+documento.
       BUSCAR-FACTURA-DEVOLUCION.
           MOVE "N" TO SW-FACTURA-DEV
           MOVE 0 TO FECHA-FACTURA-DEV
           IF DOC-ORIGEN-DEV (1:2) = "FV"
               OPEN INPUT ARCH-CARTERA
               IF FS-CARTERA = "00" OR FS-CARTERA = "05"
                   MOVE TERCERO-DEV    TO CAR-TERCERO
                   MOVE DOC-ORIGEN-DEV TO CAR-DOCUMENTO
                   READ ARCH-CARTERA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO SW-FACTURA-DEV
                           MOVE CAR-FECHA-EMISION
                               TO FECHA-FACTURA-DEV
                   END-READ
                   CLOSE ARCH-CARTERA
               END-IF
           END-IF.
           EXIT.

       VALIDAR-CANTIDAD-DEVOLUCION.
           MOVE 0 TO CANT-FACTURADA-DEV
           MOVE 0 TO CANT-DEVUELTA-DEV
           MOVE 0 TO PRECIO-DEV
           MOVE 0 TO COSTO-DEV
           MOVE 0 TO TASA-IVA-DEV
           PERFORM SUMAR-FACTURADO-DEVOLUCION
           PERFORM SUMAR-DEVUELTO-DEVOLUCION
           COMPUTE CANT-DISPONIBLE-DEV =
               CANT-FACTURADA-DEV - CANT-DEVUELTA-DEV
           IF CANT-DISPONIBLE-DEV < 0
               MOVE 0 TO CANT-DISPONIBLE-DEV
           END-IF
           EVALUATE TRUE
               WHEN CANT-FACTURADA-DEV = 0
                   DISPLAY ETQ-MSG-SKU-NO-FACT
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN CANT-DEV > CANT-DISPONIBLE-DEV
                   MOVE CANT-DISPONIBLE-DEV TO EXISTENCIA-ED
                   DISPLAY ETQ-MSG-SUPERA-FACT
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   DISPLAY EXISTENCIA-ED LINE 10 COL 32
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN OTHER
                   IF COSTO-DEV = 0
                       MOVE STK-COSTO-REF TO COSTO-DEV
                   END-IF
                   MOVE SKU-DEV TO ARTICULO-BUSCADO
                   PERFORM OBTENER-DESC-ARTICULO
                   DISPLAY DESC-ARTICULO-REF LINE 06 COL 24
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   MOVE "S" TO SW-DEVOLUCION-VALIDA
           END-EVALUATE.
           EXIT.

      *> Las lineas de la factura estan en VENTAS si es del dia en
      *> curso, o en la historia de su fecha si ya paso el cierre.
       SUMAR-FACTURADO-DEVOLUCION.
           IF FECHA-FACTURA-DEV = FECHA-NEGOCIO
               OPEN INPUT ARCH-VENTAS
               IF FS-VENTAS = "00" OR FS-VENTAS = "05"
                   READ ARCH-VENTAS
                   PERFORM UNTIL FS-VENTAS = "10"
                       MOVE REG-VENTAS TO REG-VTAHIST-W
                       PERFORM ACUMULAR-FACTURADO-DEV
                       READ ARCH-VENTAS
                   END-PERFORM
                   CLOSE ARCH-VENTAS
               END-IF
           ELSE
               MOVE SPACES TO NOMBRE-VTAHIST
               STRING "VTAH"            DELIMITED SIZE
                      FECHA-FACTURA-DEV DELIMITED SIZE
                      ".DAT"            DELIMITED SIZE
                      INTO NOMBRE-VTAHIST
               OPEN INPUT ARCH-VTAHIST
               IF FS-VTAHIST = "00" OR FS-VTAHIST = "05"
                   READ ARCH-VTAHIST
                   PERFORM UNTIL FS-VTAHIST = "10"
                       MOVE REG-VTAHIST TO REG-VTAHIST-W
                       PERFORM ACUMULAR-FACTURADO-DEV
                       READ ARCH-VTAHIST
                   END-PERFORM
                   CLOSE ARCH-VTAHIST
               END-IF
           END-IF.
           EXIT.

       ACUMULAR-FACTURADO-DEV.
           IF AVH-DOCUMENTO = DOC-ORIGEN-DEV
              AND AVH-SKU = SKU-DEV
               ADD AVH-CANTIDAD TO CANT-FACTURADA-DEV
               MOVE AVH-PRECIO TO PRECIO-DEV
               IF AVH-COSTO IS NUMERIC AND AVH-COSTO > 0
                   MOVE AVH-COSTO TO COSTO-DEV
               END-IF
               IF AVH-TASA-IVA IS NUMERIC
                   MOVE AVH-TASA-IVA TO TASA-IVA-DEV
               END-IF
           END-IF.
           EXIT.

       SUMAR-DEVUELTO-DEVOLUCION.
           OPEN INPUT ARCH-DEVOLUC
           IF FS-DEVOLUC = "00" OR FS-DEVOLUC = "05"
               READ ARCH-DEVOLUC
               PERFORM UNTIL FS-DEVOLUC = "10"
                   IF DEV-TERCERO = TERCERO-DEV
                      AND DEV-DOC-ORIGEN = DOC-ORIGEN-DEV
                      AND DEV-SKU = SKU-DEV
                       ADD DEV-CANTIDAD TO CANT-DEVUELTA-DEV
                   END-IF
                   READ ARCH-DEVOLUC
               END-PERFORM
               CLOSE ARCH-DEVOLUC
           END-IF.
           EXIT.

       GRABAR-DEVOLUCION.
           MOVE SKU-DEV   TO SKU-ENTRADA-STK
           MOVE CANT-DEV  TO CANT-ENTRADA-STK
           MOVE COSTO-DEV TO COSTO-ENTRADA-STK
           PERFORM ACTUALIZAR-STOCK-ENTRADA
           IF POSTEO-PROCEDE
               PERFORM EMITIR-NOTA-CREDITO
           END-IF
           IF POSTEO-PROCEDE AND REESCRITURA-OK
               PERFORM REGISTRAR-DEVOLUCION
               DISPLAY ETQ-MSG-DEV-GRABADA
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               DISPLAY DOC-GENERADO-CART LINE 10 COL 33
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           ELSE
               DISPLAY ETQ-MSG-ERR-GRABACION
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
               PERFORM LIMPIAR-MENSAJE-CAPTURA
           END-IF.
           EXIT.

      *> La nota credito nace con valor negativo en la cartera del
      *> cliente, con el IVA a la tarifa de la factura original. Lo
      *> que alcance del saldo abierto de la factura se cruza de
      *> inmediato; el resto queda como saldo a favor.
       EMITIR-NOTA-CREDITO.
           COMPUTE BASE-IVA-REF = CANT-DEV * PRECIO-DEV
           MOVE TASA-IVA-DEV TO TASA-IVA-REF
           PERFORM CALCULAR-IVA-LINEA
           COMPUTE VALOR-DEV = BASE-IVA-REF + IVA-LINEA-REF
           MOVE TERCERO-DEV TO TERCERO-DOC-CART
           MOVE "C"  TO TIPO-DOC-CART
           COMPUTE VALOR-DOC-CART = 0 - VALOR-DEV
           MOVE "NC" TO DOC-PREFIJO-CART
           PERFORM GRABAR-DOC-CARTERA
           IF REESCRITURA-OK
               PERFORM CRUZAR-NOTA-CREDITO
           END-IF.
           EXIT.

      *> Se regraban solo los dos documentos del cruce: la factura
      *> original baja su saldo y la nota credito sube en lo mismo.
       CRUZAR-NOTA-CREDITO.
           MOVE ZERO TO CRUCE-NC-DEV
           OPEN I-O ARCH-CARTERA
           IF FS-CARTERA NOT = "00" AND FS-CARTERA NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               MOVE TERCERO-DEV    TO CAR-TERCERO
               MOVE DOC-ORIGEN-DEV TO CAR-DOCUMENTO
               READ ARCH-CARTERA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAR-VALOR > 0
                           IF CAR-VALOR < VALOR-DEV
                               MOVE CAR-VALOR TO CRUCE-NC-DEV
                           ELSE
                               MOVE VALOR-DEV TO CRUCE-NC-DEV
                           END-IF
                           SUBTRACT CRUCE-NC-DEV FROM CAR-VALOR
                           REWRITE REG-CARTERA
                               INVALID KEY
                                   MOVE "N" TO SW-REESCRITURA-OK
                           END-REWRITE
                       END-IF
               END-READ
               IF REESCRITURA-OK AND CRUCE-NC-DEV > 0
                   MOVE TERCERO-DEV       TO CAR-TERCERO
                   MOVE DOC-GENERADO-CART TO CAR-DOCUMENTO
                   READ ARCH-CARTERA
                       INVALID KEY
                           MOVE "N" TO SW-REESCRITURA-OK
                       NOT INVALID KEY
                           ADD CRUCE-NC-DEV TO CAR-VALOR
                           REWRITE REG-CARTERA
                               INVALID KEY
                                   MOVE "N" TO SW-REESCRITURA-OK
                           END-REWRITE
                   END-READ
               END-IF
               CLOSE ARCH-CARTERA
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "CARTERA" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF.
           EXIT.

       REGISTRAR-DEVOLUCION.
           MOVE FECHA-NEGOCIO     TO DEV-FECHA
           MOVE OPERADOR-ACTUAL   TO DEV-OPERADOR
           MOVE TERCERO-DEV       TO DEV-TERCERO
           MOVE DOC-ORIGEN-DEV    TO DEV-DOC-ORIGEN
           MOVE DOC-GENERADO-CART TO DEV-DOC-NC
           MOVE SKU-DEV           TO DEV-SKU
           MOVE CANT-DEV          TO DEV-CANTIDAD
           MOVE PRECIO-DEV        TO DEV-PRECIO
           MOVE COSTO-DEV         TO DEV-COSTO
           MOVE MOTIVO-DEV        TO DEV-MOTIVO
           MOVE TASA-IVA-REF      TO DEV-TASA-IVA
           MOVE IVA-LINEA-REF     TO DEV-IVA
           MOVE "S" TO SW-REESCRITURA-OK
           OPEN EXTEND ARCH-DEVOLUC
           IF FS-DEVOLUC = "35"
               OPEN OUTPUT ARCH-DEVOLUC
           END-IF
           IF FS-DEVOLUC NOT = "00" AND FS-DEVOLUC NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               WRITE REG-DEVOLUCION
               IF FS-DEVOLUC NOT = "00"
                   MOVE "N" TO SW-REESCRITURA-OK
               END-IF
               CLOSE ARCH-DEVOLUC
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "DEVOLUC" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF
           MOVE CANT-DEV TO CANT-DEV-ED
           MOVE SPACES TO BIT-DESCRIPCION
           STRING "DEVOL. "      DELIMITED SIZE
                  DOC-ORIGEN-DEV DELIMITED SIZE
                  " SKU "        DELIMITED SIZE
                  SKU-DEV        DELIMITED SIZE
                  " CANT:"       DELIMITED SIZE
                  CANT-DEV-ED    DELIMITED SIZE
                  " MOT:"        DELIMITED SIZE
                  MOTIVO-DEV     DELIMITED SIZE
                  INTO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA.
           EXIT.

       CAPTURA-COMPRAS.
           MOVE "EJECUTO ENTRADA DE MERCANCIA (COMERCIAL)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-COMPRAS LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE "N" TO SW-FIN-COMPRAS
           PERFORM UNTIL FIN-CAPTURA-COMPRAS
               MOVE SPACE TO PROVEEDOR-COMPRA
               MOVE SPACE TO SKU-COMPRA
               MOVE 0 TO CANT-COMPRA
               MOVE 0 TO COSTO-COMPRA
               MOVE SPACE TO ORDEN-COMPRA
               DISPLAY PANTALLA-CAPTURA-COMPRA
               ACCEPT PANTALLA-CAPTURA-COMPRA
               IF PROVEEDOR-COMPRA = SPACE
                   MOVE "S" TO SW-FIN-COMPRAS
               ELSE
                   PERFORM VALIDAR-COMPRA-CAPTURADA
                   IF COMPRA-VALIDA
                       PERFORM GRABAR-COMPRA-VALIDADA
                   END-IF
               END-IF
           END-PERFORM
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       VALIDAR-COMPRA-CAPTURADA.
           MOVE "N" TO SW-COMPRA-VALIDA
           MOVE PROVEEDOR-COMPRA TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO
           EVALUATE TRUE
               WHEN NOT TERCERO-HALLADO
                   DISPLAY ETQ-MSG-TERC-NO-EXISTE
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN TER-TIPO NOT = "P"
                   DISPLAY ETQ-MSG-NO-PROVEEDOR
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN TER-ESTADO = "B"
                   DISPLAY ETQ-MSG-PROV-BLOQUEADO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN OTHER
                   PERFORM VALIDAR-SKU-COMPRA
           END-EVALUATE.
           EXIT.

       VALIDAR-SKU-COMPRA.
           MOVE SKU-COMPRA TO SKU-BUSCADO
           PERFORM BUSCAR-SKU-ARCHIVO-STOCK
           EVALUATE TRUE
               WHEN NOT SKU-ENCONTRADO
                   DISPLAY ETQ-MSG-SKU-INVALIDO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN CANT-COMPRA = 0
                   DISPLAY ETQ-MSG-CANT-CERO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN COSTO-COMPRA = 0
                   DISPLAY ETQ-MSG-PRECIO-CERO
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN OTHER
                   MOVE SKU-COMPRA TO ARTICULO-BUSCADO
                   PERFORM OBTENER-DESC-ARTICULO
                   DISPLAY DESC-ARTICULO-REF LINE 06 COL 24
                           BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
                   PERFORM VALIDAR-ORDEN-COMPRA
           END-EVALUATE.
           EXIT.

       GRABAR-COMPRA-VALIDADA.
           MOVE SKU-COMPRA   TO SKU-ENTRADA-STK
           MOVE CANT-COMPRA  TO CANT-ENTRADA-STK
           MOVE COSTO-COMPRA TO COSTO-ENTRADA-STK
           PERFORM ACTUALIZAR-STOCK-ENTRADA
           IF POSTEO-PROCEDE
               PERFORM AUMENTAR-CARTERA-PROVEEDOR
               PERFORM GRABAR-COMPRA
               PERFORM APLICAR-RECEPCION-ORDEN
               DISPLAY ETQ-MSG-COMPRA-GRABADA
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               PERFORM MOSTRAR-LIQUIDACION-IVA
           ELSE
               DISPLAY ETQ-MSG-ERR-GRABACION
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
               PERFORM LIMPIAR-MENSAJE-CAPTURA
           END-IF.
           EXIT.

       ACTUALIZAR-STOCK-ENTRADA.
           MOVE "S" TO SW-POSTEO-OK
           OPEN I-O ARCH-STOCK
           IF FS-STOCK NOT = "00" AND FS-STOCK NOT = "05"
               MOVE "N" TO SW-POSTEO-OK
           ELSE
               MOVE SKU-ENTRADA-STK TO STK-SKU
               READ ARCH-STOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CALCULAR-COSTO-PROMEDIO
                       ADD CANT-ENTRADA-STK TO STK-CANTIDAD
                       REWRITE REG-STOCK
                           INVALID KEY
                               MOVE "N" TO SW-POSTEO-OK
                       END-REWRITE
               END-READ
               CLOSE ARCH-STOCK
           END-IF.
           EXIT.

      *> Promedio ponderado: la existencia anterior a su costo
      *> promedio mas lo que entra (compra o devolucion de cliente) a
      *> su costo, sobre la nueva existencia total.
       CALCULAR-COSTO-PROMEDIO.
           IF STK-CANTIDAD + CANT-ENTRADA-STK > 0
               COMPUTE STK-COSTO-PROM ROUNDED =
                   (STK-CANTIDAD * STK-COSTO-PROM
                    + CANT-ENTRADA-STK * COSTO-ENTRADA-STK)
                   / (STK-CANTIDAD + CANT-ENTRADA-STK)
           END-IF.
           EXIT.

      *> Cada entrada de mercancia genera su propio documento de
      *> cuenta por pagar en la cartera del proveedor, por el costo
      *> mas el IVA descontable a la tarifa del articulo.
       AUMENTAR-CARTERA-PROVEEDOR.
           COMPUTE VALOR-COMPRA = CANT-COMPRA * COSTO-COMPRA
           MOVE SKU-COMPRA TO ARTICULO-BUSCADO
           PERFORM OBTENER-TASA-IVA
           MOVE VALOR-COMPRA TO BASE-IVA-REF
           PERFORM CALCULAR-IVA-LINEA
           MOVE PROVEEDOR-COMPRA TO TERCERO-DOC-CART
           MOVE "P"  TO TIPO-DOC-CART
           COMPUTE VALOR-DOC-CART = VALOR-COMPRA + IVA-LINEA-REF
           MOVE "FC" TO DOC-PREFIJO-CART
           PERFORM GRABAR-DOC-CARTERA.
           EXIT.

       GRABAR-COMPRA.
           MOVE FECHA-NEGOCIO    TO COM-FECHA
           MOVE OPERADOR-ACTUAL  TO COM-OPERADOR
           MOVE PROVEEDOR-COMPRA TO COM-PROVEEDOR
           MOVE SKU-COMPRA       TO COM-SKU
           MOVE CANT-COMPRA      TO COM-CANTIDAD
           MOVE COSTO-COMPRA     TO COM-COSTO
           MOVE ORDEN-COMPRA     TO COM-ORDEN
           MOVE TASA-IVA-REF     TO COM-TASA-IVA
           MOVE IVA-LINEA-REF    TO COM-IVA
           OPEN EXTEND ARCH-COMPRAS
           IF FS-COMPRAS = "35"
               OPEN OUTPUT ARCH-COMPRAS
           END-IF
           IF FS-COMPRAS = "00" OR FS-COMPRAS = "05"
               WRITE REG-COMPRA
               CLOSE ARCH-COMPRAS
           END-IF
           MOVE CANT-COMPRA  TO CANT-COMPRA-ED
           MOVE COSTO-COMPRA TO COSTO-COMPRA-ED
           MOVE SPACES TO BIT-DESCRIPCION
           STRING "COMPRA PROV "     DELIMITED SIZE
                  PROVEEDOR-COMPRA   DELIMITED SIZE
                  " SKU "            DELIMITED SIZE
                  SKU-COMPRA         DELIMITED SIZE
                  " CANT:"           DELIMITED SIZE
                  CANT-COMPRA-ED     DELIMITED SIZE
                  INTO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA.
           EXIT.

      *> La entrada se recibe contra una orden de compra abierta del
      *> mismo proveedor que incluya el SKU. Costo distinto del pactado
      *> o cantidad mayor a lo pendiente se advierten y el operador
      *> decide si continua.
       VALIDAR-ORDEN-COMPRA.
           PERFORM BUSCAR-RENGLON-ORDEN
           EVALUATE TRUE
               WHEN NOT ORDEN-HALLADA
                   DISPLAY ETQ-MSG-OC-NO-EXISTE
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN PROV-ORDEN-OC NOT = PROVEEDOR-COMPRA
                   DISPLAY ETQ-MSG-OC-OTRO-PROV
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN ESTADO-ORDEN-OC = "C"
                   DISPLAY ETQ-MSG-OC-CERRADA
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN NOT RENGLON-OC-HALLADO
                   DISPLAY ETQ-MSG-SKU-NO-OC
                           LINE 10 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
                   PERFORM LIMPIAR-MENSAJE-CAPTURA
               WHEN OTHER
                   MOVE "S" TO SW-COMPRA-VALIDA
                   PERFORM ADVERTIR-COSTO-ORDEN
                   IF COMPRA-VALIDA
                       PERFORM ADVERTIR-CANTIDAD-ORDEN
                   END-IF
           END-EVALUATE.
           EXIT.

      *> El primer renglon de la orden da el proveedor y el estado;
      *> el renglon del SKU se lee directo por la llave.
       BUSCAR-RENGLON-ORDEN.
           MOVE "N" TO SW-ORDEN-HALLADA
           MOVE "N" TO SW-RENGLON-OC
           OPEN INPUT ARCH-ORDCOMP
           IF FS-ORDCOMP = "00" OR FS-ORDCOMP = "05"
               MOVE ORDEN-COMPRA TO ORDEN-POSICION-OC
               PERFORM POSICIONAR-ORDEN-COMPRA
               IF FS-ORDCOMP = "00" AND OC-NUMERO = ORDEN-COMPRA
                   MOVE "S" TO SW-ORDEN-HALLADA
                   MOVE OC-PROVEEDOR TO PROV-ORDEN-OC
                   MOVE OC-ESTADO    TO ESTADO-ORDEN-OC
                   MOVE ORDEN-COMPRA TO OC-NUMERO
                   MOVE SKU-COMPRA   TO OC-SKU
                   READ ARCH-ORDCOMP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO SW-RENGLON-OC
                           MOVE OC-COSTO-PACTADO TO COSTO-PACTADO-OC
                           MOVE OC-CANT-PEDIDA   TO PEDIDA-OC
                           MOVE OC-CANT-RECIBIDA TO RECIBIDA-OC
                   END-READ
               END-IF
               CLOSE ARCH-ORDCOMP
           END-IF.
           EXIT.

      *> Deja leido el primer renglon de la orden ORDEN-POSICION-OC (o
      *> el siguiente en orden de llave). Con LOW-VALUES posiciona al
      *> comienzo del archivo. Quien llama recorre con READ NEXT.
       POSICIONAR-ORDEN-COMPRA.
           MOVE ORDEN-POSICION-OC TO OC-NUMERO
           MOVE LOW-VALUES TO OC-SKU
           START ARCH-ORDCOMP KEY IS NOT LESS THAN OC-LLAVE
               INVALID KEY
                   CONTINUE
           END-START
           IF FS-ORDCOMP = "00"
               READ ARCH-ORDCOMP NEXT RECORD
           END-IF.
           EXIT.

       ADVERTIR-COSTO-ORDEN.
           IF COSTO-COMPRA NOT = COSTO-PACTADO-OC
               MOVE COSTO-PACTADO-OC TO COSTO-PACTADO-ED
               DISPLAY ETQ-MSG-COSTO-DIFIERE
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               DISPLAY COSTO-PACTADO-ED LINE 10 COL 32
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               DISPLAY ETQ-MSG-CONTINUA LINE 10 COL 43
                       BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
               MOVE SPACE TO OPCION-CAPTURA
               ACCEPT CAMPO-TECLA
               IF FUNCTION UPPER-CASE(OPCION-CAPTURA) NOT = "S"
                   MOVE "N" TO SW-COMPRA-VALIDA
               END-IF
               PERFORM LIMPIAR-MENSAJE-CAPTURA
           END-IF.
           EXIT.

       ADVERTIR-CANTIDAD-ORDEN.
           COMPUTE PENDIENTE-OC = PEDIDA-OC - RECIBIDA-OC
           IF PENDIENTE-OC < 0
               MOVE 0 TO PENDIENTE-OC
           END-IF
           IF CANT-COMPRA > PENDIENTE-OC
               MOVE PENDIENTE-OC TO EXISTENCIA-ED
               DISPLAY ETQ-MSG-SUPERA-OC
                       LINE 10 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               DISPLAY EXISTENCIA-ED LINE 10 COL 32
               MOVE SPACE TO OPCION-CAPTURA
               ACCEPT CAMPO-TECLA
               IF FUNCTION UPPER-CASE(OPCION-CAPTURA) NOT = "S"
                   MOVE "N" TO SW-COMPRA-VALIDA
               END-IF
               PERFORM LIMPIAR-MENSAJE-CAPTURA
           END-IF.
           EXIT.

      *> Suma lo recibido al renglon de la orden; cuando todos los
      *> renglones quedan completos la orden se cierra sola.
       APLICAR-RECEPCION-ORDEN.
           MOVE "S" TO SW-REESCRITURA-OK
           MOVE "N" TO SW-ORDEN-COMPLETA
           OPEN I-O ARCH-ORDCOMP
           IF FS-ORDCOMP NOT = "00" AND FS-ORDCOMP NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               MOVE ORDEN-COMPRA TO OC-NUMERO
               MOVE SKU-COMPRA   TO OC-SKU
               READ ARCH-ORDCOMP
                   INVALID KEY
                       MOVE "N" TO SW-REESCRITURA-OK
                   NOT INVALID KEY
                       ADD CANT-COMPRA TO OC-CANT-RECIBIDA
                       REWRITE REG-ORDEN-COMPRA
                           INVALID KEY
                               MOVE "N" TO SW-REESCRITURA-OK
                       END-REWRITE
               END-READ
               IF REESCRITURA-OK
                   MOVE "S" TO SW-ORDEN-COMPLETA
                   MOVE ORDEN-COMPRA TO ORDEN-POSICION-OC
                   PERFORM POSICIONAR-ORDEN-COMPRA
                   PERFORM UNTIL FS-ORDCOMP NOT = "00"
                              OR OC-NUMERO NOT = ORDEN-COMPRA
                              OR NOT ORDEN-COMPLETA
                       IF OC-CANT-RECIBIDA < OC-CANT-PEDIDA
                           MOVE "N" TO SW-ORDEN-COMPLETA
                       END-IF
                       READ ARCH-ORDCOMP NEXT RECORD
                   END-PERFORM
               END-IF
               IF ORDEN-COMPLETA
                   MOVE ORDEN-COMPRA TO ORDEN-POSICION-OC
                   PERFORM POSICIONAR-ORDEN-COMPRA
                   PERFORM UNTIL FS-ORDCOMP NOT = "00"
                              OR OC-NUMERO NOT = ORDEN-COMPRA
                              OR NOT REESCRITURA-OK
                       MOVE "C" TO OC-ESTADO
                       REWRITE REG-ORDEN-COMPRA
                           INVALID KEY
                               MOVE "N" TO SW-REESCRITURA-OK
                       END-REWRITE
                       IF REESCRITURA-OK
                           READ ARCH-ORDCOMP NEXT RECORD
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE ARCH-ORDCOMP
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "ORDCOMP" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF
           IF ORDEN-COMPLETA AND REESCRITURA-OK
               MOVE SPACES TO BIT-DESCRIPCION
               STRING "ORDEN COMPRA " DELIMITED SIZE
                      ORDEN-COMPRA    DELIMITED SIZE
                      " CERRADA"      DELIMITED SIZE
                      INTO BIT-DESCRIPCION
               PERFORM REGISTRAR-BITACORA
           END-IF.
           EXIT.

      *> El consecutivo de ordenes es el mayor numero OCnnnnnnnn del
      *> archivo; ARCH-ORDCOMP debe estar abierto.
       OBTENER-ULTIMO-NUMERO-OC.
           MOVE 0 TO ULTIMO-NUMERO-OC
           MOVE LOW-VALUES TO ORDEN-POSICION-OC
           PERFORM POSICIONAR-ORDEN-COMPRA
           PERFORM UNTIL FS-ORDCOMP NOT = "00"
               IF OC-NUMERO (3:8) IS NUMERIC
                   MOVE OC-NUMERO (3:8) TO NUMERO-OC-REF
                   IF NUMERO-OC-REF > ULTIMO-NUMERO-OC
                       MOVE NUMERO-OC-REF TO ULTIMO-NUMERO-OC
                   END-IF
               END-IF
               READ ARCH-ORDCOMP NEXT RECORD
           END-PERFORM.
           EXIT.

      *> Sugerido de compra: compara la existencia contra el minimo
      *> del maestro y contra el consumo proyectado (velocidad de
      *> venta de los ultimos 30 dias de historia por N dias de
      *> cobertura) y arma el pedido sugerido agrupado por proveedor.
       SUGERIDO-COMPRA.
           MOVE "EJECUTO SUGERIDO DE COMPRA (COMERCIAL)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-SUGERIDO LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE 7 TO DIAS-COBERTURA
           DISPLAY PANTALLA-DIAS-SUGERIDO
           ACCEPT PANTALLA-DIAS-SUGERIDO
           IF DIAS-COBERTURA = 0
               MOVE 7 TO DIAS-COBERTURA
           END-IF
           COMPUTE DIA-JULIANO =
               FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO)
           COMPUTE JUL-CONSULTA = DIA-JULIANO - 1
           MOVE FUNCTION DATE-OF-INTEGER(JUL-CONSULTA)
               TO FECHA-ANA-HASTA
           COMPUTE JUL-CONSULTA = DIA-JULIANO - 30
           MOVE FUNCTION DATE-OF-INTEGER(JUL-CONSULTA)
               TO FECHA-ANA-DESDE
           PERFORM CARGAR-ANALISIS-VENTAS
           PERFORM ARMAR-SUGERIDO
           IF TOTAL-SUGERIDO = 0
               DISPLAY ETQ-MSG-SIN-SUGERIDO
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               PERFORM IMPRIMIR-SUGERIDO
               MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
               PERFORM PAGINAR-VISOR-SPOOL
               PERFORM OFRECER-ORDENES-SUGERIDO
           END-IF
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

      *> Recorre STOCK por SKU junto con el resumen de ventas del
      *> periodo (RESVTA.TMP, tambien por SKU), graba en SUGTMP.TMP los
      *> articulos que quedan por debajo del minimo o del consumo
      *> proyectado y los ordena por grupo, proveedor y SKU.
       ARMAR-SUGERIDO.
           MOVE 0 TO TOTAL-SUGERIDO
           OPEN OUTPUT ARCH-SUGTMP
           IF FS-SUGTMP = "00" OR FS-SUGTMP = "05"
               OPEN INPUT ARCH-RESVTA
               IF FS-RESVTA = "00" OR FS-RESVTA = "05"
                   PERFORM LEER-RESUMEN-VENTAS
               ELSE
                   MOVE HIGH-VALUES TO RSV-SKU
               END-IF
               OPEN INPUT ARCH-STOCK
               IF FS-STOCK = "00" OR FS-STOCK = "05"
                   READ ARCH-STOCK NEXT RECORD
                   PERFORM UNTIL FS-STOCK = "10"
                       PERFORM EVALUAR-SKU-SUGERIDO
                       READ ARCH-STOCK NEXT RECORD
                   END-PERFORM
                   CLOSE ARCH-STOCK
               END-IF
               CLOSE ARCH-RESVTA
               CLOSE ARCH-SUGTMP
               SORT ARCH-ORDEN ON ASCENDING KEY ORD-LLAVE-SUG
                   USING ARCH-SUGTMP
                   GIVING ARCH-SUGORD
           END-IF.
           EXIT.

       LEER-RESUMEN-VENTAS.
           READ ARCH-RESVTA INTO REG-RESVTA-W
           IF FS-RESVTA NOT = "00"
               MOVE HIGH-VALUES TO RSV-SKU
           END-IF.
           EXIT.

       EVALUAR-SKU-SUGERIDO.
           PERFORM UNTIL RSV-SKU >= STK-SKU
               PERFORM LEER-RESUMEN-VENTAS
           END-PERFORM
           MOVE STK-SKU TO ARTICULO-BUSCADO
           PERFORM BUSCAR-ARTICULO
           IF ARTICULO-HALLADO AND ART-ESTADO NOT = "D"
               IF RSV-SKU = STK-SKU AND RSV-UNIDADES > 0
                   COMPUTE VELOC-DIA-REF = RSV-UNIDADES / 30
               ELSE
                   MOVE ZERO TO VELOC-DIA-REF
               END-IF
               COMPUTE CONSUMO-PROY-REF =
                   VELOC-DIA-REF * DIAS-COBERTURA
               IF STK-CANTIDAD < ART-STOCK-MINIMO
                  OR STK-CANTIDAD < CONSUMO-PROY-REF
                   PERFORM GRABAR-RENGLON-SUGERIDO
               END-IF
           END-IF.
           EXIT.

      *> Grupo "1": el proveedor del articulo esta en el maestro de
      *> terceros como proveedor. Grupo "2": proveedor en blanco o
      *> inexistente, que se lista al final del reporte.
       GRABAR-RENGLON-SUGERIDO.
           MOVE SPACES TO REG-SUGERIDO-W
           MOVE "2" TO SGW-GRUPO
           MOVE "N" TO SGW-ACTIVO
           MOVE ART-PROVEEDOR TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO
           IF TERCERO-HALLADO AND TER-TIPO = "P"
               MOVE "1"           TO SGW-GRUPO
               MOVE ART-PROVEEDOR TO SGW-PROV
               MOVE TER-NOMBRE    TO SGW-NOMBRE
               IF TER-ESTADO NOT = "B"
                   MOVE "S" TO SGW-ACTIVO
               END-IF
           END-IF
           MOVE STK-SKU          TO SGW-SKU
           MOVE STK-CANTIDAD     TO SGW-EXIST
           MOVE ART-STOCK-MINIMO TO SGW-MINIMO
           MOVE VELOC-DIA-REF    TO SGW-VELOC
           COMPUTE SUGERIDO-CALC-REF =
               ART-STOCK-MINIMO + CONSUMO-PROY-REF
               - STK-CANTIDAD
           IF ART-CANT-REORDEN > SUGERIDO-CALC-REF
               MOVE ART-CANT-REORDEN  TO SGW-SUGERIDO
           ELSE
               MOVE SUGERIDO-CALC-REF TO SGW-SUGERIDO
           END-IF
           WRITE REG-SUGTMP FROM REG-SUGERIDO-W
           ADD 1 TO TOTAL-SUGERIDO.
           EXIT.

       IMPRIMIR-SUGERIDO.
           MOVE "SUGERIDO" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPSUG
           OPEN OUTPUT ARCH-REPSUG
           IF FS-REPSUG NOT = "00" AND FS-REPSUG NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-SUGERIDO TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPSUG FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CIERRE-LABEL    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      FECHA-NEGOCIO-TEXTO DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      ETQ-DIAS-PROMPT     DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      DIAS-COBERTURA      DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPSUG FROM LINEA-REPORTE-IMPRESO
               MOVE SPACE  TO GRUPO-SUG
               MOVE SPACES TO PROV-GRUPO-SUG
               OPEN INPUT ARCH-SUGORD
               IF FS-SUGORD = "00" OR FS-SUGORD = "05"
                   READ ARCH-SUGORD INTO REG-SUGERIDO-W
                   PERFORM UNTIL FS-SUGORD = "10"
                       IF SGW-GRUPO NOT = GRUPO-SUG
                          OR SGW-PROV NOT = PROV-GRUPO-SUG
                           PERFORM IMPRIMIR-CABECERA-GRUPO-SUG
                       END-IF
                       PERFORM IMPRIMIR-RENGLON-SUGERIDO
                       READ ARCH-SUGORD INTO REG-SUGERIDO-W
                   END-PERFORM
                   CLOSE ARCH-SUGORD
               END-IF
               CLOSE ARCH-REPSUG
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

      *> Los articulos sin proveedor valido (grupo "2") salen al
      *> final bajo una cabecera propia.
       IMPRIMIR-CABECERA-GRUPO-SUG.
           MOVE SGW-GRUPO TO GRUPO-SUG
           MOVE SGW-PROV  TO PROV-GRUPO-SUG
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPSUG FROM LINEA-REPORTE-IMPRESO
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           IF GRUPO-SUG = "1"
               MOVE SGW-NOMBRE TO NOMBRE-GRUPO-SUG
               STRING ETQ-PROV-PROMPT  DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      PROV-GRUPO-SUG   DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      NOMBRE-GRUPO-SUG DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
           ELSE
               MOVE ETQ-SIN-PROV-LABEL TO LINEA-REPORTE-IMPRESO
           END-IF
           WRITE REG-REPSUG FROM LINEA-REPORTE-IMPRESO
           MOVE ETQ-COLHDR-SUG TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPSUG FROM LINEA-REPORTE-IMPRESO.
           EXIT.

       IMPRIMIR-RENGLON-SUGERIDO.
           MOVE SGW-SKU TO ARTICULO-BUSCADO
           PERFORM OBTENER-DESC-ARTICULO
           MOVE SGW-SKU           TO LSU-SKU
           MOVE DESC-ARTICULO-REF TO LSU-DESC
           MOVE SGW-EXIST         TO LSU-EXIST
           MOVE SGW-MINIMO        TO LSU-MINIMO
           MOVE SGW-VELOC         TO LSU-VELOC
           MOVE SGW-SUGERIDO      TO LSU-SUGERIDO
           MOVE LINEA-SUGERIDO TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPSUG FROM LINEA-REPORTE-IMPRESO.
           EXIT.

      *> Convierte el sugerido en ordenes de compra, una por proveedor
      *> activo del maestro. Los SKU que ya tienen una orden abierta con
      *> saldo pendiente del mismo proveedor no se vuelven a pedir.
       OFRECER-ORDENES-SUGERIDO.
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-SUGERIDO LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-MSG-GENERAR-OC LINE 06 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE SPACE TO OPCION-CAPTURA
           ACCEPT CAMPO-TECLA
           IF FUNCTION UPPER-CASE(OPCION-CAPTURA) = "S"
               MOVE 8 TO DIAS-ENTREGA-OC
               DISPLAY PANTALLA-DIAS-ENTREGA
               ACCEPT PANTALLA-DIAS-ENTREGA
               PERFORM GENERAR-ORDENES-SUGERIDO
           END-IF.
           EXIT.

      *> Los renglones se graban uno a uno en ORDCOMP con numeros
      *> nuevos a partir del mayor existente; PRIMERA-OC-GENERADA y
      *> ULTIMA-OC-GENERADA acotan lo generado para bitacora e impresion.
       GENERAR-ORDENES-SUGERIDO.
           MOVE "S" TO SW-REESCRITURA-OK
           MOVE 0 TO RENGLONES-OC-GENERADOS
           OPEN I-O ARCH-ORDCOMP
           IF FS-ORDCOMP = "35"
               OPEN OUTPUT ARCH-ORDCOMP
               IF FS-ORDCOMP = "00"
                   CLOSE ARCH-ORDCOMP
                   OPEN I-O ARCH-ORDCOMP
               END-IF
           END-IF
           IF FS-ORDCOMP NOT = "00" AND FS-ORDCOMP NOT = "05"
               MOVE "N" TO SW-REESCRITURA-OK
           ELSE
               PERFORM OBTENER-ULTIMO-NUMERO-OC
               COMPUTE NUMERO-OC-REF = ULTIMO-NUMERO-OC + 1
               MOVE SPACES TO PRIMERA-OC-GENERADA
               STRING "OC"          DELIMITED SIZE
                      NUMERO-OC-REF DELIMITED SIZE
                      INTO PRIMERA-OC-GENERADA
               COMPUTE DIA-JULIANO =
                   FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO)
                   + DIAS-ENTREGA-OC
               MOVE FUNCTION DATE-OF-INTEGER(DIA-JULIANO)
                   TO FECHA-PROMESA-OC
               MOVE SPACES TO PROV-GRUPO-SUG
               MOVE SPACES TO ORDEN-ACTUAL-OC
               OPEN INPUT ARCH-SUGORD
               IF FS-SUGORD = "00" OR FS-SUGORD = "05"
                   READ ARCH-SUGORD INTO REG-SUGERIDO-W
                   PERFORM UNTIL FS-SUGORD = "10"
                              OR NOT REESCRITURA-OK
                       IF SGW-GRUPO = "1" AND SGW-ACTIVO = "S"
                          AND SGW-SUGERIDO > 0
                           PERFORM AGREGAR-SUGERIDO-OC
                       END-IF
                       READ ARCH-SUGORD INTO REG-SUGERIDO-W
                   END-PERFORM
                   CLOSE ARCH-SUGORD
               END-IF
               MOVE ORDEN-ACTUAL-OC TO ULTIMA-OC-GENERADA
               CLOSE ARCH-ORDCOMP
           END-IF
           IF NOT REESCRITURA-OK
               MOVE "ORDCOMP" TO ARCHIVO-EN-ERROR
               PERFORM AVISAR-REESCRITURA-FALLIDA
           END-IF
           IF RENGLONES-OC-GENERADOS = 0
               IF REESCRITURA-OK
                   DISPLAY ETQ-MSG-SIN-OC-GENERADA
                           LINE 09 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   ACCEPT CAMPO-TECLA
               END-IF
           ELSE
               PERFORM REGISTRAR-ORDENES-GENERADAS
               PERFORM IMPRIMIR-ORDENES-COMPRA
               MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
               PERFORM PAGINAR-VISOR-SPOOL
           END-IF.
           EXIT.

      *> SUGORD viene ordenado por proveedor: cada cambio de
      *> proveedor abre una orden nueva.
       AGREGAR-SUGERIDO-OC.
           IF SGW-PROV NOT = PROV-GRUPO-SUG
               MOVE SGW-PROV TO PROV-GRUPO-SUG
               MOVE SPACES TO ORDEN-ACTUAL-OC
           END-IF
           PERFORM BUSCAR-PENDIENTE-SKU-OC
           IF NOT SKU-CON-OC-ABIERTA
               PERFORM AGREGAR-RENGLON-OC
           END-IF.
           EXIT.

      *> Solo cuentan las ordenes que ya existian antes de esta
      *> generacion (numero menor que PRIMERA-OC-GENERADA).
       BUSCAR-PENDIENTE-SKU-OC.
           MOVE "N" TO SW-SKU-EN-OC
           MOVE LOW-VALUES TO ORDEN-POSICION-OC
           PERFORM POSICIONAR-ORDEN-COMPRA
           PERFORM UNTIL FS-ORDCOMP NOT = "00"
                      OR OC-NUMERO NOT < PRIMERA-OC-GENERADA
                      OR SKU-CON-OC-ABIERTA
               IF OC-PROVEEDOR = PROV-GRUPO-SUG
                  AND OC-SKU = SGW-SKU
                  AND OC-ESTADO = "A"
                  AND OC-CANT-RECIBIDA < OC-CANT-PEDIDA
                   MOVE "S" TO SW-SKU-EN-OC
               END-IF
               READ ARCH-ORDCOMP NEXT RECORD
           END-PERFORM.
           EXIT.

      *> El costo pactado propuesto es el costo promedio vigente.
       AGREGAR-RENGLON-OC.
           IF ORDEN-ACTUAL-OC = SPACES
               ADD 1 TO ULTIMO-NUMERO-OC
               STRING "OC"             DELIMITED SIZE
                      ULTIMO-NUMERO-OC DELIMITED SIZE
                      INTO ORDEN-ACTUAL-OC
           END-IF
           MOVE SGW-SKU          TO SKU-BUSCADO
           PERFORM BUSCAR-SKU-ARCHIVO-STOCK
           MOVE ORDEN-ACTUAL-OC  TO OC-NUMERO
           MOVE SGW-SKU          TO OC-SKU
           MOVE PROV-GRUPO-SUG   TO OC-PROVEEDOR
           MOVE FECHA-NEGOCIO    TO OC-FECHA
           MOVE FECHA-PROMESA-OC TO OC-FECHA-PROMESA
           MOVE SGW-SUGERIDO     TO OC-CANT-PEDIDA
           MOVE STK-COSTO-REF    TO OC-COSTO-PACTADO
           MOVE 0                TO OC-CANT-RECIBIDA
           MOVE "A"              TO OC-ESTADO
           MOVE OPERADOR-ACTUAL  TO OC-OPERADOR
           WRITE REG-ORDEN-COMPRA
               INVALID KEY
                   MOVE "N" TO SW-REESCRITURA-OK
               NOT INVALID KEY
                   ADD 1 TO RENGLONES-OC-GENERADOS
           END-WRITE.
           EXIT.

       REGISTRAR-ORDENES-GENERADAS.
           MOVE SPACES TO ORDEN-ACTUAL-OC
           OPEN INPUT ARCH-ORDCOMP
           IF FS-ORDCOMP = "00" OR FS-ORDCOMP = "05"
               MOVE PRIMERA-OC-GENERADA TO ORDEN-POSICION-OC
               PERFORM POSICIONAR-ORDEN-COMPRA
               PERFORM UNTIL FS-ORDCOMP NOT = "00"
                          OR OC-NUMERO > ULTIMA-OC-GENERADA
                   IF OC-NUMERO NOT = ORDEN-ACTUAL-OC
                       MOVE OC-NUMERO TO ORDEN-ACTUAL-OC
                       MOVE SPACES TO BIT-DESCRIPCION
                       STRING "ORDEN COMPRA " DELIMITED SIZE
                              OC-NUMERO       DELIMITED SIZE
                              " PROV "        DELIMITED SIZE
                              OC-PROVEEDOR    DELIMITED SIZE
                              INTO BIT-DESCRIPCION
                       PERFORM REGISTRAR-BITACORA
                   END-IF
                   READ ARCH-ORDCOMP NEXT RECORD
               END-PERFORM
               CLOSE ARCH-ORDCOMP
           END-IF.
           EXIT.

       IMPRIMIR-ORDENES-COMPRA.
           MOVE "ORDENCOMP" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPOC
           OPEN OUTPUT ARCH-REPOC
           IF FS-REPOC NOT = "00" AND FS-REPOC NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE SPACES TO ORDEN-ACTUAL-OC
               OPEN INPUT ARCH-ORDCOMP
               IF FS-ORDCOMP = "00" OR FS-ORDCOMP = "05"
                   MOVE PRIMERA-OC-GENERADA TO ORDEN-POSICION-OC
                   PERFORM POSICIONAR-ORDEN-COMPRA
                   PERFORM UNTIL FS-ORDCOMP NOT = "00"
                              OR OC-NUMERO > ULTIMA-OC-GENERADA
                       IF OC-NUMERO NOT = ORDEN-ACTUAL-OC
                           IF ORDEN-ACTUAL-OC NOT = SPACES
                               PERFORM IMPRIMIR-TOTAL-OC
                           END-IF
                           PERFORM IMPRIMIR-CABECERA-OC
                       END-IF
                       PERFORM IMPRIMIR-RENGLON-OC
                       READ ARCH-ORDCOMP NEXT RECORD
                   END-PERFORM
                   CLOSE ARCH-ORDCOMP
               END-IF
               IF ORDEN-ACTUAL-OC NOT = SPACES
                   PERFORM IMPRIMIR-TOTAL-OC
               END-IF
               CLOSE ARCH-REPOC
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

       IMPRIMIR-CABECERA-OC.
           MOVE OC-NUMERO TO ORDEN-ACTUAL-OC
           MOVE ZERO TO TOTAL-VALOR-OC
           MOVE OC-PROVEEDOR TO TERCERO-BUSCADO
           PERFORM BUSCAR-TERCERO
           IF TERCERO-HALLADO
               MOVE TER-NOMBRE TO NOMBRE-GRUPO-SUG
           ELSE
               MOVE SPACES TO NOMBRE-GRUPO-SUG
           END-IF
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPOC FROM LINEA-REPORTE-IMPRESO
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           STRING ETQ-TITULO-ORDEN-COMPRA DELIMITED BY "  "
                  " "                     DELIMITED BY SIZE
                  OC-NUMERO               DELIMITED BY SIZE
                  INTO LINEA-REPORTE-IMPRESO
           WRITE REG-REPOC FROM LINEA-REPORTE-IMPRESO
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           STRING ETQ-PROV-PROMPT     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  OC-PROVEEDOR        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  NOMBRE-GRUPO-SUG    DELIMITED BY SIZE
                  INTO LINEA-REPORTE-IMPRESO
           WRITE REG-REPOC FROM LINEA-REPORTE-IMPRESO
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           STRING ETQ-FECHA-PROMPT     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  OC-FECHA             DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  ETQ-PROMESA-LABEL    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  OC-FECHA-PROMESA     DELIMITED BY SIZE
                  INTO LINEA-REPORTE-IMPRESO
           WRITE REG-REPOC FROM LINEA-REPORTE-IMPRESO
           MOVE ETQ-COLHDR-OC TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPOC FROM LINEA-REPORTE-IMPRESO.
           EXIT.

       IMPRIMIR-RENGLON-OC.
           MOVE OC-SKU TO ARTICULO-BUSCADO
           PERFORM OBTENER-DESC-ARTICULO
           COMPUTE VALOR-RENGLON-OC =
               OC-CANT-PEDIDA * OC-COSTO-PACTADO
           ADD VALOR-RENGLON-OC TO TOTAL-VALOR-OC
           MOVE OC-SKU            TO LOC-SKU
           MOVE DESC-ARTICULO-REF TO LOC-DESC
           MOVE OC-CANT-PEDIDA    TO LOC-CANTIDAD
           MOVE OC-COSTO-PACTADO  TO LOC-COSTO
           MOVE VALOR-RENGLON-OC  TO LOC-VALOR
           MOVE LINEA-ORDEN-COMPRA TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPOC FROM LINEA-REPORTE-IMPRESO.
           EXIT.

       IMPRIMIR-TOTAL-OC.
           MOVE TOTAL-VALOR-OC TO TOTAL-VALOR-OC-ED
           MOVE SPACES TO LINEA-REPORTE-IMPRESO
           STRING ETQ-TOTAL-ESTCTA  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  TOTAL-VALOR-OC-ED DELIMITED BY SIZE
                  INTO LINEA-REPORTE-IMPRESO
           WRITE REG-REPOC FROM LINEA-REPORTE-IMPRESO.
           EXIT.

      *> Ordenes pendientes: renglones de ordenes abiertas con saldo
      *> por recibir, agrupados por proveedor, con los dias de atraso
      *> contra la fecha de entrega prometida.
       ORDENES-COMPRA-PENDIENTES.
           MOVE "EJECUTO ORDENES DE COMPRA PENDIENTES (COMERCIAL)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-OC-PENDIENTES LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY ETQ-CIERRE-LABEL LINE 03 COL 55
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           DISPLAY FECHA-NEGOCIO-TEXTO LINE 03 COL 63
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE 0 TO TOTAL-PEND-OC
           OPEN INPUT ARCH-ORDCOMP
           IF FS-ORDCOMP = "00" OR FS-ORDCOMP = "05"
               MOVE LOW-VALUES TO ORDEN-POSICION-OC
               PERFORM POSICIONAR-ORDEN-COMPRA
               PERFORM UNTIL FS-ORDCOMP NOT = "00"
                          OR TOTAL-PEND-OC > 0
                   IF OC-ESTADO = "A"
                      AND OC-CANT-RECIBIDA < OC-CANT-PEDIDA
                       ADD 1 TO TOTAL-PEND-OC
                   END-IF
                   READ ARCH-ORDCOMP NEXT RECORD
               END-PERFORM
               CLOSE ARCH-ORDCOMP
           END-IF
           IF TOTAL-PEND-OC = 0
               DISPLAY ETQ-MSG-SIN-OC-PEND
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               PERFORM IMPRIMIR-OC-PENDIENTES
               MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
               PERFORM PAGINAR-VISOR-SPOOL
           END-IF
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       IMPRIMIR-OC-PENDIENTES.
           MOVE "OCPEND" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPOCP
           OPEN OUTPUT ARCH-REPOCP
           IF FS-REPOCP NOT = "00" AND FS-REPOCP NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-OC-PENDIENTES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPOCP FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-CIERRE-LABEL    DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      FECHA-NEGOCIO-TEXTO DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPOCP FROM LINEA-REPORTE-IMPRESO
               OPEN INPUT ARCH-ORDCOMP
               OPEN INPUT ARCH-TERCEROS
               IF FS-TERCEROS = "00" OR FS-TERCEROS = "05"
                   READ ARCH-TERCEROS NEXT RECORD
                   PERFORM UNTIL FS-TERCEROS = "10"
                       IF TER-TIPO = "P"
                           MOVE TER-CODIGO TO PROV-GRUPO-SUG
                           MOVE TER-NOMBRE TO NOMBRE-GRUPO-SUG
                           PERFORM IMPRIMIR-GRUPO-OC-PEND
                       END-IF
                       READ ARCH-TERCEROS NEXT RECORD
                   END-PERFORM
                   CLOSE ARCH-TERCEROS
               END-IF
               CLOSE ARCH-ORDCOMP
               CLOSE ARCH-REPOCP
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

       IMPRIMIR-GRUPO-OC-PEND.
           MOVE "N" TO SW-GRUPO-OC
           MOVE LOW-VALUES TO ORDEN-POSICION-OC
           PERFORM POSICIONAR-ORDEN-COMPRA
           PERFORM UNTIL FS-ORDCOMP NOT = "00"
               IF OC-PROVEEDOR = PROV-GRUPO-SUG
                  AND OC-ESTADO = "A"
                  AND OC-CANT-RECIBIDA < OC-CANT-PEDIDA
                   IF NOT GRUPO-OC-IMPRESO
                       MOVE SPACES TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPOCP FROM LINEA-REPORTE-IMPRESO
                       MOVE SPACES TO LINEA-REPORTE-IMPRESO
                       STRING ETQ-PROV-PROMPT  DELIMITED BY SIZE
                              " "              DELIMITED BY SIZE
                              PROV-GRUPO-SUG   DELIMITED BY SIZE
                              " "              DELIMITED BY SIZE
                              NOMBRE-GRUPO-SUG DELIMITED BY SIZE
                              INTO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPOCP FROM LINEA-REPORTE-IMPRESO
                       MOVE ETQ-COLHDR-OC-PEND TO LINEA-REPORTE-IMPRESO
                       WRITE REG-REPOCP FROM LINEA-REPORTE-IMPRESO
                       MOVE "S" TO SW-GRUPO-OC
                   END-IF
                   PERFORM IMPRIMIR-RENGLON-OC-PEND
               END-IF
               READ ARCH-ORDCOMP NEXT RECORD
           END-PERFORM.
           EXIT.

       IMPRIMIR-RENGLON-OC-PEND.
           MOVE 0 TO DIAS-ATRASO-OC
           IF FECHA-NEGOCIO > OC-FECHA-PROMESA
              AND OC-FECHA-PROMESA > 0
               COMPUTE DIAS-ATRASO-OC =
                   FUNCTION INTEGER-OF-DATE(FECHA-NEGOCIO)
                   - FUNCTION INTEGER-OF-DATE(OC-FECHA-PROMESA)
           END-IF
           COMPUTE PENDIENTE-OC = OC-CANT-PEDIDA - OC-CANT-RECIBIDA
           MOVE OC-NUMERO        TO LPE-ORDEN
           MOVE OC-FECHA         TO LPE-FECHA
           MOVE OC-FECHA-PROMESA TO LPE-PROMESA
           MOVE OC-SKU           TO LPE-SKU
           MOVE OC-CANT-PEDIDA   TO LPE-PEDIDA
           MOVE OC-CANT-RECIBIDA TO LPE-RECIBIDA
           MOVE PENDIENTE-OC     TO LPE-PENDIENTE
           MOVE DIAS-ATRASO-OC   TO LPE-ATRASO
           MOVE LINEA-OC-PENDIENTE TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPOCP FROM LINEA-REPORTE-IMPRESO.
           EXIT.

      *> Margen bruto por periodo: parte del resumen por SKU de la
      *> historia VTAH<fecha>.DAT del rango, ordenado por categoria y
      *> SKU, con corte de control por categoria. El costo es el
      *> promedio estampado en cada venta; si la historia no lo trae
      *> se toma el promedio vigente.
       MARGEN-BRUTO-PERIODO.
           MOVE "EJECUTO REPORTE DE MARGEN BRUTO (COMERCIAL)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           DISPLAY ETQ-TITULO-MARGEN LINE 03 COL 01
                   BACKGROUND-COLOR 1 FOREGROUND-COLOR 7
           MOVE FECHA-NEGOCIO TO FECHA-ANA-DESDE
           MOVE FECHA-NEGOCIO TO FECHA-ANA-HASTA
           DISPLAY PANTALLA-RANGO-ANALISIS
           ACCEPT PANTALLA-RANGO-ANALISIS
           IF FECHA-ANA-DESDE = 0
               MOVE FECHA-NEGOCIO TO FECHA-ANA-DESDE
           END-IF
           IF FECHA-ANA-HASTA < FECHA-ANA-DESDE
               MOVE FECHA-ANA-DESDE TO FECHA-ANA-HASTA
           END-IF
           PERFORM CARGAR-MARGEN-VENTAS
           IF TOTAL-ANALISIS = 0
               DISPLAY ETQ-MSG-SIN-HISTORIA
                       LINE 06 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
               ACCEPT CAMPO-TECLA
           ELSE
               PERFORM IMPRIMIR-MARGEN-BRUTO
               MOVE NOMBRE-SPOOL TO NOMBRE-SPOOLVER
               PERFORM PAGINAR-VISOR-SPOOL
           END-IF
           PERFORM LIMPIAR-AREA-MENU.
           EXIT.

       CARGAR-MARGEN-VENTAS.
           PERFORM CARGAR-ANALISIS-VENTAS
           SORT ARCH-ORDEN ON ASCENDING KEY ORD-CATEG-SKU
               USING ARCH-RESVTA
               GIVING ARCH-RESORD.
           EXIT.

       IMPRIMIR-MARGEN-BRUTO.
           MOVE "MARGEN" TO TIPO-SPOOL
           PERFORM GENERAR-NOMBRE-SPOOL
           MOVE NOMBRE-SPOOL TO NOMBRE-REPMAR
           OPEN OUTPUT ARCH-REPMAR
           IF FS-REPMAR NOT = "00" AND FS-REPMAR NOT = "05"
               DISPLAY ETQ-MSG-ERR-IMPRESION
                       LINE 05 COL 01 BACKGROUND-COLOR 1
                                      FOREGROUND-COLOR 7
           ELSE
               MOVE ETQ-TITULO-MARGEN TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPMAR FROM LINEA-REPORTE-IMPRESO
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               STRING ETQ-DESDE-PROMPT DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      FECHA-ANA-DESDE  DELIMITED BY SIZE
                      "  "             DELIMITED BY SIZE
                      ETQ-HASTA-PROMPT DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      FECHA-ANA-HASTA  DELIMITED BY SIZE
                      INTO LINEA-REPORTE-IMPRESO
               WRITE REG-REPMAR FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-COLHDR-MARGEN TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPMAR FROM LINEA-REPORTE-IMPRESO
               PERFORM IMPRIMIR-SKUS-MARGEN
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPMAR FROM LINEA-REPORTE-IMPRESO
               MOVE ETQ-SUBTIT-CATEG TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPMAR FROM LINEA-REPORTE-IMPRESO
               PERFORM IMPRIMIR-CATEGORIAS-MARGEN
               MOVE SPACES TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPMAR FROM LINEA-REPORTE-IMPRESO
               MOVE "TOTALES"      TO LMG-SKU
               MOVE SPACES         TO LMG-CATEG
               MOVE GRAN-UNID-MAR  TO GRAN-UNID-MAR-REF
               MOVE GRAN-VENTA-MAR TO VENTA-MAR-REF
               MOVE GRAN-COSTO-MAR TO COSTO-MAR-REF
               PERFORM IMPRIMIR-RENGLON-MARGEN
               CLOSE ARCH-REPMAR
               PERFORM REGISTRAR-SPOOL
           END-IF.
           EXIT.

      *> Renglones por SKU en orden de categoria; en cada corte se
      *> graba el total de la categoria en CATMAR.TMP.
       IMPRIMIR-SKUS-MARGEN.
           MOVE 0 TO CONT-SKU-MAR
           MOVE "N" TO SW-CATMAR
           OPEN OUTPUT ARCH-CATMAR
           IF FS-CATMAR = "00" OR FS-CATMAR = "05"
               MOVE "S" TO SW-CATMAR
           END-IF
           OPEN INPUT ARCH-RESORD
           IF FS-RESORD = "00" OR FS-RESORD = "05"
               READ ARCH-RESORD INTO REG-RESVTA-W
               PERFORM UNTIL FS-RESORD = "10"
                   EVALUATE TRUE
                       WHEN CONT-SKU-MAR = 0
                           PERFORM INICIAR-CATEGORIA-MARGEN
                       WHEN RSV-CATEG NOT = CMT-CATEG
                           PERFORM GRABAR-CATEGORIA-MARGEN
                           PERFORM INICIAR-CATEGORIA-MARGEN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   ADD 1 TO CONT-SKU-MAR
                   ADD RSV-UNIDADES TO CMT-UNIDADES
                   ADD RSV-VALOR    TO CMT-VENTA
                   ADD RSV-COSTO    TO CMT-COSTO
                   MOVE RSV-SKU      TO LMG-SKU
                   MOVE RSV-CATEG    TO LMG-CATEG
                   MOVE RSV-UNIDADES TO GRAN-UNID-MAR-REF
                   MOVE RSV-VALOR    TO VENTA-MAR-REF
                   MOVE RSV-COSTO    TO COSTO-MAR-REF
                   PERFORM IMPRIMIR-RENGLON-MARGEN
                   READ ARCH-RESORD INTO REG-RESVTA-W
               END-PERFORM
               IF CONT-SKU-MAR > 0
                   PERFORM GRABAR-CATEGORIA-MARGEN
               END-IF
               CLOSE ARCH-RESORD
           END-IF
           IF CATMAR-GRABADO
               CLOSE ARCH-CATMAR
           END-IF.
           EXIT.

       INICIAR-CATEGORIA-MARGEN.
           MOVE RSV-CATEG TO CMT-CATEG
           MOVE ZERO TO CMT-UNIDADES
           MOVE ZERO TO CMT-VENTA
           MOVE ZERO TO CMT-COSTO.
           EXIT.

       GRABAR-CATEGORIA-MARGEN.
           IF CATMAR-GRABADO
               WRITE REG-CATMAR FROM REG-CATMAR-W
           END-IF.
           EXIT.

       IMPRIMIR-CATEGORIAS-MARGEN.
           IF NOT CATMAR-GRABADO
               MOVE ETQ-MSG-ERR-TRABAJO TO LINEA-REPORTE-IMPRESO
               WRITE REG-REPMAR FROM LINEA-REPORTE-IMPRESO
           ELSE
               OPEN INPUT ARCH-CATMAR
               IF FS-CATMAR = "00" OR FS-CATMAR = "05"
                   READ ARCH-CATMAR INTO REG-CATMAR-W
                   PERFORM UNTIL FS-CATMAR = "10"
                       MOVE SPACES       TO LMG-SKU
                       MOVE CMT-CATEG    TO LMG-CATEG
                       MOVE CMT-UNIDADES TO GRAN-UNID-MAR-REF
                       MOVE CMT-VENTA    TO VENTA-MAR-REF
                       MOVE CMT-COSTO    TO COSTO-MAR-REF
                       PERFORM IMPRIMIR-RENGLON-MARGEN
                       READ ARCH-CATMAR INTO REG-CATMAR-W
                   END-PERFORM
                   CLOSE ARCH-CATMAR
               END-IF
           END-IF.
           EXIT.

      *> El porcentaje de margen se calcula sobre la venta; sin venta
      *> el renglon sale con porcentaje en cero.
       IMPRIMIR-RENGLON-MARGEN.
           MOVE GRAN-UNID-MAR-REF TO LMG-UNIDADES
           MOVE VENTA-MAR-REF     TO LMG-VENTA
           MOVE COSTO-MAR-REF     TO LMG-COSTO
           COMPUTE MARGEN-MAR-REF = VENTA-MAR-REF - COSTO-MAR-REF
           MOVE MARGEN-MAR-REF    TO LMG-MARGEN
           IF VENTA-MAR-REF NOT = ZERO
               COMPUTE PCT-MAR-REF ROUNDED =
                   MARGEN-MAR-REF * 100 / VENTA-MAR-REF
           ELSE
               MOVE ZERO TO PCT-MAR-REF
           END-IF
           MOVE PCT-MAR-REF       TO LMG-PCT
           MOVE LINEA-MARGEN TO LINEA-REPORTE-IMPRESO
           WRITE REG-REPMAR FROM LINEA-REPORTE-IMPRESO.
           EXIT.

      *> Con una toma fisica abierta no se aplican ajustes: la
      *> existencia congelada para el conteo debe quedar intacta, igual
      *> que en el cierre del dia.
       APLICAR-AJUSTES-CONFRONTACION.
           MOVE "EJECUTO APLICACION DE AJUSTES (VENTAS VS STOCK)"
               TO BIT-DESCRIPCION
           PERFORM REGISTRAR-BITACORA
           PERFORM LIMPIAR-AREA-MENU
           MOVE "N" TO SW-CIERRE-OK
           PERFORM LEER-CONTROL-TOMA
           IF NOT TOMA-EN-CURSO
               PERFORM VERIFICAR-CONFRONTACION-DIA
           END-IF
           IF NOT CIERRE-PROCEDE
               IF TOMA-EN-CURSO
                   DISPLAY ETQ-MSG-TOMA-AJUSTES
                           LINE 06 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
                   MOVE "AJUSTES RECHAZADOS: TOMA FISICA ABIERTA"
                       TO BIT-DESCRIPCION
                   PERFORM REGISTRAR-BITACORA
               ELSE
                   DISPLAY ETQ-MSG-CONF-PRIMERO
                           LINE 06 COL 01 BACKGROUND-COLOR 1
                                          FOREGROUND-COLOR 7
               END-IF
           ELSE
               PERFORM MOSTRAR-DIFERENCIAS-PENDIENTES
               IF TOTAL-DIFERENCIAS = 0
       MOSTRAR-DIFERENCIAS-PENDIENTES.
           MOVE 0 TO TOTAL-DIFERENCIAS
           DISPLAY ENCABEZADO-CONFRONTACION
           MOVE 6 TO RENGLON-REPORTE
           OPEN INPUT ARCH-DIFCONF
           IF FS-DIFCONF = "00" OR FS-DIFCONF = "05"
           END-IF.
           EXIT.

      *> DIFCONF sale de la confrontacion ordenado por SKU; se aplica
      *> el primer renglon de cada SKU contra STOCK por su llave.
       POSTEAR-AJUSTES.
           MOVE 0 TO AJUSTES-APLICADOS
           MOVE "S" TO SW-POSTEO-OK
           MOVE "C" TO ORIGEN-AJUSTE
           OPEN EXTEND ARCH-AJUSTES
           IF FS-AJUSTES NOT = "00" AND FS-AJUSTES NOT = "05"
               MOVE "N" TO SW-POSTEO-OK
           ELSE
               PERFORM APLICAR-DIFERENCIAS-STOCK
               CLOSE ARCH-AJUSTES
           END-IF
           IF NOT POSTEO-PROCEDE
               MOVE 0 TO AJUSTES-APLICADOS
           END-IF.
           EXIT.

       APLICAR-DIFERENCIAS-STOCK.
           OPEN I-O ARCH-STOCK
           IF FS-STOCK = "35"
               OPEN OUTPUT ARCH-STOCK
               IF FS-STOCK = "00" OR FS-STOCK = "05"
                   CLOSE ARCH-STOCK
                   OPEN I-O ARCH-STOCK
               END-IF
           END-IF
           IF FS-STOCK NOT = "00" AND FS-STOCK NOT = "05"
               MOVE "N" TO SW-POSTEO-OK
           ELSE
               OPEN INPUT ARCH-DIFCONF
               IF FS-DIFCONF = "00" OR FS-DIFCONF = "05"
                   MOVE SPACES TO SKU-DIF-ANTERIOR
                   READ ARCH-DIFCONF
                   PERFORM UNTIL FS-DIFCONF = "10"
                      OR NOT POSTEO-PROCEDE
                       IF DIF-SKU NOT = SKU-DIF-ANTERIOR
                           MOVE DIF-SKU TO SKU-DIF-ANTERIOR
                           PERFORM APLICAR-DIFERENCIA-SKU
                       END-IF
                       READ ARCH-DIFCONF
                   END-PERFORM
                   CLOSE ARCH-DIFCONF
               END-IF
               CLOSE ARCH-STOCK
           END-IF.
           EXIT.

       APLICAR-DIFERENCIA-SKU.
           MOVE DIF-SKU TO STK-SKU
           READ ARCH-STOCK
               INVALID KEY
                   MOVE "N" TO SW-ENCONTRADO
               NOT INVALID KEY
                   MOVE "S" TO SW-ENCONTRADO
           END-READ
           IF SKU-ENCONTRADO
               IF STK-CANTIDAD NOT = DIF-CANT-VTA
                   MOVE "C" TO AJU-CAMPO
                   MOVE STK-SKU TO AJU-SKU
                   MOVE STK-CANTIDAD TO AJU-VALOR-ANTERIOR
                   MOVE DIF-CANT-VTA TO AJU-VALOR-NUEVO
                   PERFORM REGISTRAR-AJUSTE
                   MOVE DIF-CANT-VTA TO STK-CANTIDAD
                   REWRITE REG-STOCK
                       INVALID KEY
                           MOVE "N" TO SW-POSTEO-OK
                   END-REWRITE
               END-IF
           ELSE
               IF DIF-EXISTE NOT = "S"
                   MOVE DIF-SKU        TO STK-SKU
                   MOVE DIF-CANT-VTA   TO STK-CANTIDAD
                   MOVE DIF-PRECIO-VTA TO STK-PRECIO
                   MOVE ZERO           TO STK-COSTO-PROM
                   WRITE REG-STOCK
                       INVALID KEY
                           MOVE "N" TO SW-POSTEO-OK
                   END-WRITE
                   IF POSTEO-PROCEDE
                       MOVE "A" TO AJU-CAMPO
                       MOVE DIF-SKU TO AJU-SKU
                       MOVE ZERO TO AJU-VALOR-ANTERIOR
                       MOVE DIF-CANT-VTA TO AJU-VALOR-NUEVO
                       PERFORM REGISTRAR-AJUSTE
                   END-IF
               END-IF
           END-IF.
           EXIT.

       REGISTRAR-AJUSTE.
           MOVE FECHA-NEGOCIO    TO AJU-FECHA
           MOVE OPERADOR-ACTUAL  TO AJU-OPERADOR
           MOVE ORIGEN-AJUSTE    TO AJU-ORIGEN
           WRITE REG-AJUSTE
           IF FS-AJUSTES NOT = "00"
               MOVE "N" TO SW-POSTEO-OK
           END-IF
           ADD 1 TO AJUSTES-APLICADOS.
           EXIT.
