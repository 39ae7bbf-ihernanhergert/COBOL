001800*
001900* MODIFICATION HISTORY:
002000*   - NEW MAINTENANCE PROGRAM, OFFERED FROM THE MENUUTIL MENU.
002001*   - THE EMPLOYEE'S DEPENDENTS (CHILDREN, DISABLED CHILDREN,
002002*     SPOUSE) ARE NOW KEPT HERE TOO, IN THE DEPENDIENTES FILE
002003*     KEYED BY CANDIDATE NUMBER AND SEQUENCE: TYPE, NAME, BIRTH
002004*     DATE (CHECKED THROUGH CALCEDAD) AND WHETHER THE PROOF HAS
002005*     BEEN RECEIVED. EJERCICIO02 PAYS THE FAMILY ALLOWANCES
002006*     FROM THEM.
002007*   - THE PERSON'S LANGUAGE (PE-IDIOMA: S SPANISH, I ENGLISH,
002008*     BLANK FOR THE INSTALLATION IDIOMA CARD) IS KEPT ON THE
002009*     MASTER SO DOCUMENTS ADDRESSED TO THE EMPLOYEE, SUCH AS THE
00200A*     COMPTOTAL COMPENSATION STATEMENT, ARE PRINTED IN IT.
00200B*   - EVERY NEW OR CHANGED PERSON NOW ALSO CALLS EMITEVT WITH
00200C*     THE ROW BEFORE AND AFTER, SO IT REACHES THE CORPORATE HR
00200D*     FEED THAT ENVIOHR DELIVERS.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. PERSMAINT.
002700     SELECT OPTIONAL PERSONAS-FILE ASSIGN TO 'PERSONAS'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS PSM-STATUS-PERSONAS.
002901     SELECT OPTIONAL DEPENDIENTES-FILE ASSIGN TO 'DEPENDIENTES'
002902         ORGANIZATION IS LINE SEQUENTIAL
002903         FILE STATUS IS PSM-STATUS-DEPEND.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  PERSONAS-FILE
003600     05 PE-NOMBRE-COMPLETO       PIC X(40).
003700     05 PE-CUIT                  PIC X(11).
003800     05 PE-DIRECCION             PIC X(40).
003801     05 PE-IDIOMA                PIC X(01).
003802 FD  DEPENDIENTES-FILE
003803     LABEL RECORDS ARE STANDARD.
003804 01  DP-RECORD.
003805     COPY DEPEND.
003900 WORKING-STORAGE SECTION.
004000*
004100 01  PSM-STATUS-PERSONAS         PIC XX.
004101 01  PSM-STATUS-DEPEND           PIC XX.
004200*
004300 01  PSM-OPCION                  PIC X(01).
004400 01  PSM-ID-BUSCADO              PIC 9(05).
004500 01  PSM-CUIT-ENT                PIC X(11).
004600 01  PSM-CUIT-VALIDO             PIC X(01).
004601 01  PSM-SEC-BUSCADA             PIC 9(02).
004602 01  PSM-FECHA-HOY               PIC 9(08).
004603 01  PSM-EDAD                    PIC 9(03).
004604 01  PSM-FECHA-VALIDA            PIC X(01).
004605 01  PSM-TIPO-ENT                PIC X(01).
004606     88  PSM-TIPO-OK             VALUE 'H' 'D' 'C'.
004607 01  PSM-CONSTANCIA-ENT          PIC X(01).
004608     88  PSM-CONSTANCIA-OK       VALUE 'S' 'N'.
004609 01  PSM-FECHA-ENT               PIC 9(08).
00460A 01  PSM-IDIOMA-ENT              PIC X(01).
00460B     88  PSM-IDIOMA-OK           VALUE 'S' 'I' SPACE.
00460C 01  PSM-EVT-ENTIDAD             PIC X(01) VALUE 'P'.
00460D 01  PSM-EVT-TIPO                PIC X(04) VALUE SPACES.
00460E 01  PSM-EVT-ORIGEN              PIC X(10) VALUE 'PERSMAINT'.
00460F 01  PSM-EVT-ANTES               PIC X(100).
00460G 01  PSM-EVT-DESPUES             PIC X(100).
004700*
004800 01  PSM-INDICADORES.
004900     05  PSM-SALIR               PIC X VALUE 'N'.
005400         88  PSM-ES-HALLADO      VALUE 'Y'.
005500     05  PSM-HUBO-CAMBIOS        PIC X VALUE 'N'.
005600         88  PSM-ES-HUBO-CAMBIOS VALUE 'Y'.
005601     05  PSM-CAMBIOS-DEP         PIC X VALUE 'N'.
005602         88  PSM-ES-CAMBIOS-DEP  VALUE 'Y'.
005700*
005800 01  PSM-CANT-PERSONAS           PIC 9(03) VALUE ZERO.
005900 01  PSM-TABLA-PERSONAS.
006300         10 PSM-PER-NOMBRE       PIC X(40).
006400         10 PSM-PER-CUIT         PIC X(11).
006500         10 PSM-PER-DIRECCION    PIC X(40).
006501         10 PSM-PER-IDIOMA       PIC X(01).
006502*
006503 01  PSM-CANT-DEPEND             PIC 9(03) VALUE ZERO.
006504 01  PSM-TABLA-DEPEND.
006505     05  PSM-DEPEND-FILA OCCURS 500 TIMES
006506                         INDEXED BY PSM-X-DEP.
006507         10 PSM-DEP-ID           PIC 9(05).
006508         10 PSM-DEP-SECUENCIA    PIC 9(02).
006509         10 PSM-DEP-NOMBRE       PIC X(30).
00650A         10 PSM-DEP-TIPO         PIC X(01).
00650B         10 PSM-DEP-FECHA-NAC    PIC 9(08).
00650C         10 PSM-DEP-CONSTANCIA   PIC X(01).
00650D         10 PSM-DEP-BAJA         PIC X(01).
006600*
006700 PROCEDURE DIVISION.
006800******************************************************************
007100 0000-MAINLINE.
007200     PERFORM 1000-CARGAR-PERSONAS
007300         THRU 1000-CARGAR-PERSONAS-EXIT.
007301     PERFORM 1200-CARGAR-DEPEND
007302         THRU 1200-CARGAR-DEPEND-EXIT.
007400     PERFORM 2000-PROCESAR-OPCION
007500         THRU 2000-PROCESAR-OPCION-EXIT
007600         UNTIL PSM-ES-SALIR.
007800         PERFORM 7000-GRABAR-PERSONAS
007900             THRU 7000-GRABAR-PERSONAS-EXIT
008000     END-IF.
008001     IF PSM-ES-CAMBIOS-DEP
008002         PERFORM 7200-GRABAR-DEPEND
008003             THRU 7200-GRABAR-DEPEND-EXIT
008004     END-IF.
008100     GOBACK.
008200 0000-MAINLINE-EXIT.
008300     EXIT.
011400                 MOVE PE-CUIT TO PSM-PER-CUIT(PSM-X-PER)
011500                 MOVE PE-DIRECCION
011600                     TO PSM-PER-DIRECCION(PSM-X-PER)
011610                 MOVE PE-IDIOMA TO PSM-PER-IDIOMA(PSM-X-PER)
011700             END-IF
011800     END-READ.
011900 1100-LEER-PERSONA-EXIT.
012000     EXIT.
012001*
012002******************************************************************
012003* 1200-CARGAR-DEPEND - LOAD THE DEPENDENTS FILE
012004******************************************************************
012005 1200-CARGAR-DEPEND.
012006     MOVE 'N' TO PSM-FIN-ARCHIVO.
012007     OPEN INPUT DEPENDIENTES-FILE.
012008     IF PSM-STATUS-DEPEND = '00'
012009         PERFORM 1210-LEER-DEPEND THRU 1210-LEER-DEPEND-EXIT
01200A             UNTIL PSM-ES-FIN-ARCHIVO
01200B     END-IF.
01200C     CLOSE DEPENDIENTES-FILE.
01200D     MOVE 'N' TO PSM-FIN-ARCHIVO.
01200E 1200-CARGAR-DEPEND-EXIT.
01200F     EXIT.
01200G*
01200H******************************************************************
01200I* 1210-LEER-DEPEND - KEEP ONE DEPENDENT ROW
01200J******************************************************************
01200K 1210-LEER-DEPEND.
01200L     READ DEPENDIENTES-FILE
01200M         AT END
01200N             SET PSM-ES-FIN-ARCHIVO TO TRUE
01200O         NOT AT END
01200P             IF PSM-CANT-DEPEND < 500
01200Q                 ADD 1 TO PSM-CANT-DEPEND
01200R                 SET PSM-X-DEP TO PSM-CANT-DEPEND
01200S                 MOVE DP-ID TO PSM-DEP-ID(PSM-X-DEP)
01200T                 MOVE DP-SECUENCIA TO PSM-DEP-SECUENCIA(PSM-X-DEP)
01200U                 MOVE DP-NOMBRE TO PSM-DEP-NOMBRE(PSM-X-DEP)
01200V                 MOVE DP-TIPO TO PSM-DEP-TIPO(PSM-X-DEP)
01200W                 MOVE DP-FECHA-NAC TO PSM-DEP-FECHA-NAC(PSM-X-DEP)
01200X                 MOVE DP-CONSTANCIA
01200Y                     TO PSM-DEP-CONSTANCIA(PSM-X-DEP)
01200Z                 MOVE 'N' TO PSM-DEP-BAJA(PSM-X-DEP)
012010             END-IF
012011     END-READ.
012012 1210-LEER-DEPEND-EXIT.
012013     EXIT.
012100*
012200******************************************************************
012300* 2000-PROCESAR-OPCION - MENU DISPATCH
012700     DISPLAY '=== MAESTRO DE PERSONAS ==='.
012800     DISPLAY 'A. ALTA/MODIFICACION DE PERSONA'.
012900     DISPLAY 'L. LISTAR'.
012901     DISPLAY 'D. ALTA/MODIFICACION DE DEPENDIENTE'.
012902     DISPLAY 'B. BAJA DE DEPENDIENTE'.
012903     DISPLAY 'V. VER DEPENDIENTES DE UNA PERSONA'.
013000     DISPLAY 'S. SALIR Y GRABAR'.
013100     DISPLAY 'INGRESE UNA OPCION: ' WITH NO ADVANCING.
013200     ACCEPT PSM-OPCION.
013700         WHEN 'L'
013800         WHEN 'l'
013900             PERFORM 5000-LISTAR THRU 5000-LISTAR-EXIT
013901         WHEN 'D'
013902         WHEN 'd'
013903             PERFORM 4000-DEPENDIENTE THRU 4000-DEPENDIENTE-EXIT
013904         WHEN 'B'
013905         WHEN 'b'
013906             PERFORM 4200-BAJA-DEPEND THRU 4200-BAJA-DEPEND-EXIT
013907         WHEN 'V'
013908         WHEN 'v'
013909             PERFORM 5200-VER-DEPEND THRU 5200-VER-DEPEND-EXIT
014000         WHEN 'S'
014100         WHEN 's'
014200             MOVE 'Y' TO PSM-SALIR
017600         SET PSM-X-PER TO PSM-CANT-PERSONAS
017700         MOVE PSM-ID-BUSCADO TO PSM-PER-ID(PSM-X-PER)
017800     END-IF.
017801     IF PSM-ES-HALLADO
017802         MOVE PSM-PERSONA-FILA(PSM-X-PER) TO PSM-EVT-ANTES
017803     ELSE
017804         MOVE SPACES TO PSM-EVT-ANTES
017805     END-IF.
017900     MOVE PSM-CUIT-ENT TO PSM-PER-CUIT(PSM-X-PER).
018000     DISPLAY 'NOMBRE COMPLETO (40): ' WITH NO ADVANCING.
018100     ACCEPT PSM-PER-NOMBRE(PSM-X-PER).
018200     DISPLAY 'DIRECCION (40): ' WITH NO ADVANCING.
018300     ACCEPT PSM-PER-DIRECCION(PSM-X-PER).
018310     DISPLAY 'IDIOMA (S=ESPANOL I=INGLES BLANCO=EL GENERAL): '
018320         WITH NO ADVANCING.
018330     ACCEPT PSM-IDIOMA-ENT.
018340     IF PSM-IDIOMA-OK
018350         MOVE PSM-IDIOMA-ENT TO PSM-PER-IDIOMA(PSM-X-PER)
018360     ELSE
018370         DISPLAY 'IDIOMA INVALIDO, QUEDA EL GENERAL'
018380         MOVE SPACE TO PSM-PER-IDIOMA(PSM-X-PER)
018390     END-IF.
018400     MOVE 'Y' TO PSM-HUBO-CAMBIOS.
018401     MOVE PSM-PERSONA-FILA(PSM-X-PER) TO PSM-EVT-DESPUES.
018402     CALL 'EMITEVT' USING PSM-EVT-ENTIDAD PSM-EVT-TIPO
018403         PSM-EVT-ORIGEN PSM-EVT-ANTES PSM-EVT-DESPUES.
018500     DISPLAY 'PERSONA GRABADA'.
018600 3000-ALTA-EXIT.
018700     EXIT.
019500     END-IF.
019600 3100-BUSCAR-PERSONA-EXIT.
019700     EXIT.
019701*
019702******************************************************************
019703* 4000-DEPENDIENTE - ADD OR UPDATE ONE DEPENDENT OF A PERSON
019704*                    ALREADY ON THE MASTER
019705******************************************************************
019706 4000-DEPENDIENTE.
019707     DISPLAY 'NUMERO DE CANDIDATO: ' WITH NO ADVANCING.
019708     ACCEPT PSM-ID-BUSCADO.
019709     MOVE 'N' TO PSM-HALLADO.
01970A     PERFORM 3100-BUSCAR-PERSONA THRU 3100-BUSCAR-PERSONA-EXIT
01970B         VARYING PSM-X-PER FROM 1 BY 1
01970C         UNTIL PSM-X-PER > PSM-CANT-PERSONAS
01970D         OR PSM-ES-HALLADO.
01970E     IF NOT PSM-ES-HALLADO
01970F         DISPLAY 'LA PERSONA NO ESTA EN EL MAESTRO, DARLA DE '
01970G             'ALTA PRIMERO'
01970H         GO TO 4000-DEPENDIENTE-EXIT
01970I     END-IF.
01970J     DISPLAY 'SECUENCIA DEL DEPENDIENTE (01-99): '
01970K         WITH NO ADVANCING.
01970L     ACCEPT PSM-SEC-BUSCADA.
01970M     IF PSM-SEC-BUSCADA = ZERO
01970N         DISPLAY 'SECUENCIA INVALIDA, NO SE GRABA'
01970O         GO TO 4000-DEPENDIENTE-EXIT
01970P     END-IF.
01970Q     DISPLAY 'TIPO (H=HIJO D=HIJO CON DISCAPACIDAD C=CONYUGE): '
01970R         WITH NO ADVANCING.
01970S     ACCEPT PSM-TIPO-ENT.
01970T     IF NOT PSM-TIPO-OK
01970U         DISPLAY 'TIPO INVALIDO, NO SE GRABA'
01970V         GO TO 4000-DEPENDIENTE-EXIT
01970W     END-IF.
01970X     DISPLAY 'FECHA DE NACIMIENTO (AAAAMMDD): ' WITH NO ADVANCING.
01970Y     ACCEPT PSM-FECHA-ENT.
01970Z     ACCEPT PSM-FECHA-HOY FROM DATE YYYYMMDD.
019710     CALL 'CALCEDAD' USING PSM-FECHA-ENT PSM-FECHA-HOY
019711         PSM-EDAD PSM-FECHA-VALIDA.
019712     IF PSM-FECHA-VALIDA NOT = 'Y'
019713         DISPLAY 'FECHA DE NACIMIENTO INVALIDA, NO SE GRABA'
019714         GO TO 4000-DEPENDIENTE-EXIT
019715     END-IF.
019716     DISPLAY 'CONSTANCIA RECIBIDA (S/N): ' WITH NO ADVANCING.
019717     ACCEPT PSM-CONSTANCIA-ENT.
019718     IF NOT PSM-CONSTANCIA-OK
019719         DISPLAY 'RESPUESTA INVALIDA, NO SE GRABA'
01971A         GO TO 4000-DEPENDIENTE-EXIT
01971B     END-IF.
01971C     MOVE 'N' TO PSM-HALLADO.
01971D     PERFORM 4100-BUSCAR-DEPEND THRU 4100-BUSCAR-DEPEND-EXIT
01971E         VARYING PSM-X-DEP FROM 1 BY 1
01971F         UNTIL PSM-X-DEP > PSM-CANT-DEPEND
01971G         OR PSM-ES-HALLADO.
01971H     IF PSM-ES-HALLADO
01971I         SET PSM-X-DEP DOWN BY 1
01971J     ELSE
01971K         IF PSM-CANT-DEPEND >= 500
01971L             DISPLAY 'ARCHIVO DE DEPENDIENTES LLENO'
01971M             GO TO 4000-DEPENDIENTE-EXIT
01971N         END-IF
01971O         ADD 1 TO PSM-CANT-DEPEND
01971P         SET PSM-X-DEP TO PSM-CANT-DEPEND
01971Q         MOVE PSM-ID-BUSCADO TO PSM-DEP-ID(PSM-X-DEP)
01971R         MOVE PSM-SEC-BUSCADA TO PSM-DEP-SECUENCIA(PSM-X-DEP)
01971S     END-IF.
01971T     MOVE PSM-TIPO-ENT TO PSM-DEP-TIPO(PSM-X-DEP).
01971U     MOVE PSM-FECHA-ENT TO PSM-DEP-FECHA-NAC(PSM-X-DEP).
01971V     MOVE PSM-CONSTANCIA-ENT TO PSM-DEP-CONSTANCIA(PSM-X-DEP).
01971W     MOVE 'N' TO PSM-DEP-BAJA(PSM-X-DEP).
01971X     DISPLAY 'NOMBRE DEL DEPENDIENTE (30): ' WITH NO ADVANCING.
01971Y     ACCEPT PSM-DEP-NOMBRE(PSM-X-DEP).
01971Z     MOVE 'Y' TO PSM-CAMBIOS-DEP.
019720     DISPLAY 'DEPENDIENTE GRABADO, EDAD ' PSM-EDAD.
019721 4000-DEPENDIENTE-EXIT.
019722     EXIT.
019723*
019724******************************************************************
019725* 4100-BUSCAR-DEPEND - FIND A DEPENDENT BY CANDIDATE NUMBER AND
019726*                      SEQUENCE
019727******************************************************************
019728 4100-BUSCAR-DEPEND.
019729     IF PSM-DEP-ID(PSM-X-DEP) = PSM-ID-BUSCADO
01972A         AND PSM-DEP-SECUENCIA(PSM-X-DEP) = PSM-SEC-BUSCADA
01972B         AND PSM-DEP-BAJA(PSM-X-DEP) NOT = 'S'
01972C         SET PSM-ES-HALLADO TO TRUE
01972D     END-IF.
01972E 4100-BUSCAR-DEPEND-EXIT.
01972F     EXIT.
01972G*
01972H******************************************************************
01972I* 4200-BAJA-DEPEND - REMOVE ONE DEPENDENT (DROPPED AT REWRITE)
01972J******************************************************************
01972K 4200-BAJA-DEPEND.
01972L     DISPLAY 'NUMERO DE CANDIDATO: ' WITH NO ADVANCING.
01972M     ACCEPT PSM-ID-BUSCADO.
01972N     DISPLAY 'SECUENCIA DEL DEPENDIENTE: ' WITH NO ADVANCING.
01972O     ACCEPT PSM-SEC-BUSCADA.
01972P     MOVE 'N' TO PSM-HALLADO.
01972Q     PERFORM 4100-BUSCAR-DEPEND THRU 4100-BUSCAR-DEPEND-EXIT
01972R         VARYING PSM-X-DEP FROM 1 BY 1
01972S         UNTIL PSM-X-DEP > PSM-CANT-DEPEND
01972T         OR PSM-ES-HALLADO.
01972U     IF NOT PSM-ES-HALLADO
01972V         DISPLAY 'DEPENDIENTE INEXISTENTE'
01972W         GO TO 4200-BAJA-DEPEND-EXIT
01972X     END-IF.
01972Y     SET PSM-X-DEP DOWN BY 1.
01972Z     MOVE 'S' TO PSM-DEP-BAJA(PSM-X-DEP).
019730     MOVE 'Y' TO PSM-CAMBIOS-DEP.
019731     DISPLAY 'DEPENDIENTE DADO DE BAJA'.
019732 4200-BAJA-DEPEND-EXIT.
019733     EXIT.
019800*
019900******************************************************************
020000* 5000-LISTAR - THE MASTER ON THE CONSOLE
020100******************************************************************
020200 5000-LISTAR.
020300     DISPLAY 'ID    NOMBRE COMPLETO / CUIT / IDIOMA'.
020400     PERFORM 5100-LISTAR-UNA THRU 5100-LISTAR-UNA-EXIT
020500         VARYING PSM-X-PER FROM 1 BY 1
020600         UNTIL PSM-X-PER > PSM-CANT-PERSONAS.
021300 5100-LISTAR-UNA.
021400     DISPLAY PSM-PER-ID(PSM-X-PER) ' '
021500         PSM-PER-NOMBRE(PSM-X-PER) ' '
021600         PSM-PER-CUIT(PSM-X-PER) ' '
021610         PSM-PER-IDIOMA(PSM-X-PER).
021700 5100-LISTAR-UNA-EXIT.
021800     EXIT.
021801*
021802******************************************************************
021803* 5200-VER-DEPEND - THE DEPENDENTS OF ONE PERSON ON THE CONSOLE
021804******************************************************************
021805 5200-VER-DEPEND.
021806     DISPLAY 'NUMERO DE CANDIDATO: ' WITH NO ADVANCING.
021807     ACCEPT PSM-ID-BUSCADO.
021808     DISPLAY 'SC T NACIMIENTO C NOMBRE'.
021809     PERFORM 5210-VER-UNO THRU 5210-VER-UNO-EXIT
02180A         VARYING PSM-X-DEP FROM 1 BY 1
02180B         UNTIL PSM-X-DEP > PSM-CANT-DEPEND.
02180C 5200-VER-DEPEND-EXIT.
02180D     EXIT.
02180E*
02180F******************************************************************
02180G* 5210-VER-UNO - ONE DEPENDENT LINE IF IT BELONGS TO THE PERSON
02180H******************************************************************
02180I 5210-VER-UNO.
02180J     IF PSM-DEP-ID(PSM-X-DEP) = PSM-ID-BUSCADO
02180K         AND PSM-DEP-BAJA(PSM-X-DEP) NOT = 'S'
02180L         DISPLAY PSM-DEP-SECUENCIA(PSM-X-DEP) ' '
02180M             PSM-DEP-TIPO(PSM-X-DEP) ' '
02180N             PSM-DEP-FECHA-NAC(PSM-X-DEP) ' '
02180O             PSM-DEP-CONSTANCIA(PSM-X-DEP) ' '
02180P             PSM-DEP-NOMBRE(PSM-X-DEP)
02180Q     END-IF.
02180R 5210-VER-UNO-EXIT.
02180S     EXIT.
021900*
022000******************************************************************
022100* 7000-GRABAR-PERSONAS - REWRITE THE MASTER
023800     MOVE PSM-PER-NOMBRE(PSM-X-PER) TO PE-NOMBRE-COMPLETO.
023900     MOVE PSM-PER-CUIT(PSM-X-PER) TO PE-CUIT.
024000     MOVE PSM-PER-DIRECCION(PSM-X-PER) TO PE-DIRECCION.
024010     MOVE PSM-PER-IDIOMA(PSM-X-PER) TO PE-IDIOMA.
024100     WRITE PE-RECORD.
024200 7100-GRABAR-UNA-EXIT.
024300     EXIT.
024301*
024302******************************************************************
024303* 7200-GRABAR-DEPEND - REWRITE THE DEPENDENTS FILE
024304******************************************************************
024305 7200-GRABAR-DEPEND.
024306     OPEN OUTPUT DEPENDIENTES-FILE.
024307     PERFORM 7210-GRABAR-UNO THRU 7210-GRABAR-UNO-EXIT
024308         VARYING PSM-X-DEP FROM 1 BY 1
024309         UNTIL PSM-X-DEP > PSM-CANT-DEPEND.
02430A     CLOSE DEPENDIENTES-FILE.
02430B     DISPLAY 'PERSMAINT: DEPENDIENTES REGRABADOS'.
02430C 7200-GRABAR-DEPEND-EXIT.
02430D     EXIT.
02430E*
02430F******************************************************************
02430G* 7210-GRABAR-UNO - WRITE ONE DEPENDENT ROW, SKIPPING REMOVALS
02430H******************************************************************
02430I 7210-GRABAR-UNO.
02430J     IF PSM-DEP-BAJA(PSM-X-DEP) = 'S'
02430K         GO TO 7210-GRABAR-UNO-EXIT
02430L     END-IF.
02430M     MOVE PSM-DEP-ID(PSM-X-DEP) TO DP-ID.
02430N     MOVE PSM-DEP-SECUENCIA(PSM-X-DEP) TO DP-SECUENCIA.
02430O     MOVE PSM-DEP-NOMBRE(PSM-X-DEP) TO DP-NOMBRE.
02430P     MOVE PSM-DEP-TIPO(PSM-X-DEP) TO DP-TIPO.
02430Q     MOVE PSM-DEP-FECHA-NAC(PSM-X-DEP) TO DP-FECHA-NAC.
02430R     MOVE PSM-DEP-CONSTANCIA(PSM-X-DEP) TO DP-CONSTANCIA.
02430S     WRITE DP-RECORD.
02430T 7210-GRABAR-UNO-EXIT.
02430U     EXIT.
024400 END PROGRAM PERSMAINT.
