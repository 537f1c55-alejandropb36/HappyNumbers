      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the HNAUTH operator authorization
      *          file. Each entry grants one operator one function
      *          of one program (function "*" grants every function
      *          of that program). HappyNumbers, HappyCacheUtil,
      *          HappyAuditArchive and HappySuspense refuse any
      *          function the operator holds no active profile for
      *          and write the refusal to HNSECLOG. Profiles are
      *          never deleted, only revoked, so the auditors can see
      *          who held what and when. The session itself needs
      *          AUTHMANT/ADMIN; while HNAUTH is still empty the first
      *          operator may sign on to grant the initial profiles.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   - Initial version: grant, revoke and inquire operator
      *     profiles on HNAUTH.
      *   - HappySuspense functions (SUSPENSO CORREG, BORRAR) added to
      *     the grantable functions.
      *   - HappyNumbers number profile function (PERFIL) added to the
      *     grantable functions.
      *   - HappyBusDate functions (FECHAPRO AVANCE, CIERRE, REABRE,
      *     FERIAD) added to the grantable functions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HappyAuthMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HNAUTH-FILE ASSIGN TO "HNAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNAUT-KEY
               FILE STATUS IS WKS-AUTH-STATUS.
           SELECT HNSECLOG-FILE ASSIGN TO "HNSECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WKS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HNAUTH-FILE.
       01  HNAUTH-RECORD.
           05  HNAUT-KEY.
               10  HNAUT-OPERATOR      PIC X(08).
               10  HNAUT-PROGRAM       PIC X(08).
               10  HNAUT-FUNCTION      PIC X(06).
           05  HNAUT-STATUS            PIC X(01).
           05  HNAUT-GRANT-DATE        PIC 9(08).
           05  HNAUT-GRANT-BY          PIC X(08).
           05  HNAUT-REVOKE-DATE       PIC 9(08).
           05  HNAUT-REVOKE-BY         PIC X(08).

       FD  HNSECLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  HNSECLOG-RECORD.
           05  HNSEC-DATE              PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HNSEC-TIME              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  HNSEC-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNSEC-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNSEC-FUNCTION          PIC X(06).
           05  FILLER                  PIC X(01).
           05  HNSEC-MODE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  HNSEC-REASON            PIC X(12).

       WORKING-STORAGE SECTION.
           77 WKS-OPTION         PIC 9(01) VALUE 0.
           77 WKS-USER-ID        PIC X(08) VALUE SPACES.
           77 WKS-TIME-FULL      PIC 9(08).
           77 WKS-TODAY          PIC 9(08).
           77 WKS-AUTH-STATUS    PIC X(02).
           77 WKS-SECLOG-STATUS  PIC X(02).
           77 WKS-EOF-SW         PIC X(01) VALUE "N".
               88 WKS-END-OF-FILE        VALUE "Y".
           77 WKS-FOUND-SW       PIC X(01) VALUE "N".
               88 WKS-ENTRY-FOUND        VALUE "Y".
           77 WKS-EMPTY-SW       PIC X(01) VALUE "N".
               88 WKS-AUTH-EMPTY         VALUE "Y".
           77 WKS-AUTH-SW        PIC X(01) VALUE "N".
               88 WKS-AUTHORIZED         VALUE "Y".
           77 WKS-AUTH-PROGRAM   PIC X(08) VALUE "AUTHMANT".
           77 WKS-AUTH-FUNCTION  PIC X(06) VALUE SPACES.
           77 WKS-AUTH-REASON    PIC X(12) VALUE SPACES.

      * Operator entries for a grant or revoke.
           77 WKS-ENTRY-OPER     PIC X(08) VALUE SPACES.
           77 WKS-ENTRY-PROGRAM  PIC X(08) VALUE SPACES.
           77 WKS-ENTRY-FUNCTION PIC X(06) VALUE SPACES.
           77 WKS-CONFIRM        PIC X(01) VALUE SPACES.
           77 WKS-VALID-SW       PIC X(01) VALUE "N".
               88 WKS-FUNCTION-VALID     VALUE "Y".
           77 WKS-COUNT-LISTED   PIC 9(09) VALUE 0.

      * Every program/function pair the checking programs know about;
      * a grant for anything else would never be looked at, so it is
      * refused here. Function "*" is accepted for any program listed.
       01  WKS-FUNCTION-VALUES.
           05  FILLER PIC X(14) VALUE "HAPPYNUMNUMERO".
           05  FILLER PIC X(14) VALUE "HAPPYNUMLOTE  ".
           05  FILLER PIC X(14) VALUE "HAPPYNUMRANGO ".
           05  FILLER PIC X(14) VALUE "HAPPYNUMEXPONE".
           05  FILLER PIC X(14) VALUE "HAPPYNUMCOMBIN".
           05  FILLER PIC X(14) VALUE "HAPPYNUMEXPORT".
           05  FILLER PIC X(14) VALUE "HAPPYNUMEXTRAC".
           05  FILLER PIC X(14) VALUE "HAPPYNUMPERFIL".
           05  FILLER PIC X(14) VALUE "CACHEUTLDEPEXP".
           05  FILLER PIC X(14) VALUE "CACHEUTLDEPUMB".
           05  FILLER PIC X(14) VALUE "CACHEUTLRECARG".
           05  FILLER PIC X(14) VALUE "AUDARCHVCORTE ".
           05  FILLER PIC X(14) VALUE "AUTHMANTADMIN ".
           05  FILLER PIC X(14) VALUE "SUSPENSOCORREG".
           05  FILLER PIC X(14) VALUE "SUSPENSOBORRAR".
           05  FILLER PIC X(14) VALUE "FECHAPROAVANCE".
           05  FILLER PIC X(14) VALUE "FECHAPROCIERRE".
           05  FILLER PIC X(14) VALUE "FECHAPROREABRE".
           05  FILLER PIC X(14) VALUE "FECHAPROFERIAD".
       01  WKS-FUNCTION-TABLE REDEFINES WKS-FUNCTION-VALUES.
           05  WKS-FNC-ENTRY OCCURS 19 TIMES.
               10  WKS-FNC-PROGRAM     PIC X(08).
               10  WKS-FNC-FUNCTION    PIC X(06).
           77 WKS-FNC-COUNT      PIC 9(04) VALUE 19.
           77 WKS-FNC-IDX        PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Usuario/Terminal para bitacora: "
           ACCEPT WKS-USER-ID
           PERFORM OPEN-AUTH-FILE
           PERFORM CHECK-SESSION-AUTHORITY
           PERFORM AUTH-MENU UNTIL WKS-OPTION = 4
           CLOSE HNAUTH-FILE
           STOP RUN.

      * The file is opened I-O for the whole session; the first run
      * at an installation creates it empty.
       OPEN-AUTH-FILE.
           OPEN I-O HNAUTH-FILE
           IF WKS-AUTH-STATUS NOT = "00"
               OPEN OUTPUT HNAUTH-FILE
               CLOSE HNAUTH-FILE
               OPEN I-O HNAUTH-FILE
           END-IF
           IF WKS-AUTH-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNAUTH, codigo: "
                   WKS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Session check: AUTHMANT/ADMIN (or AUTHMANT/*). An empty file
      * has no one to grant the first profile, so that one session is
      * let through and announced; it should grant its own ADMIN.
      ******************************************************************
       CHECK-SESSION-AUTHORITY.
           MOVE "N" TO WKS-EMPTY-SW
           MOVE LOW-VALUES TO HNAUT-KEY
           START HNAUTH-FILE KEY IS NOT LESS THAN HNAUT-KEY
               INVALID KEY MOVE "Y" TO WKS-EMPTY-SW
           END-START
           IF WKS-AUTH-EMPTY
               DISPLAY "HNAUTH vacio: sesion inicial sin perfil."
               DISPLAY "Otorgue AUTHMANT/ADMIN a un administrador."
           ELSE
               MOVE "ADMIN " TO WKS-AUTH-FUNCTION
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF NOT WKS-AUTHORIZED
                   CLOSE HNAUTH-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       AUTH-MENU.
           DISPLAY "Perfiles de autorizacion HNAUTH.".
           DISPLAY "1. Otorgar funcion a un operador".
           DISPLAY "2. Revocar funcion de un operador".
           DISPLAY "3. Consultar perfiles de un operador".
           DISPLAY "4. Salir".
           DISPLAY "Elige una opcion: ".
           ACCEPT WKS-OPTION
           EVALUATE WKS-OPTION
               WHEN 1
                   PERFORM GRANT-FUNCTION
               WHEN 2
                   PERFORM REVOKE-FUNCTION
               WHEN 3
                   PERFORM INQUIRE-OPERATOR
               WHEN 4
                   DISPLAY "Adios..."
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE.

      ******************************************************************
      * Grant: a new profile is written active; a revoked one is put
      * back to active with the new grant date and grantor, keeping
      * the last revoke on the record until the next one.
      ******************************************************************
       GRANT-FUNCTION.
           PERFORM ACCEPT-PROFILE-KEY
           IF NOT WKS-FUNCTION-VALID
               DISPLAY "Programa/funcion no reconocidos: "
                   WKS-ENTRY-PROGRAM "/" WKS-ENTRY-FUNCTION
           ELSE
               ACCEPT WKS-TODAY FROM DATE YYYYMMDD
               PERFORM READ-PROFILE-ENTRY
               IF WKS-ENTRY-FOUND
                   IF HNAUT-STATUS = "A"
                       DISPLAY "El perfil ya esta activo."
                   ELSE
                       MOVE "A" TO HNAUT-STATUS
                       MOVE WKS-TODAY TO HNAUT-GRANT-DATE
                       MOVE WKS-USER-ID TO HNAUT-GRANT-BY
                       REWRITE HNAUTH-RECORD
                           INVALID KEY DISPLAY
                               "Error al actualizar, codigo: "
                               WKS-AUTH-STATUS
                           NOT INVALID KEY DISPLAY
                               "Perfil reactivado."
                       END-REWRITE
                   END-IF
               ELSE
                   MOVE SPACES TO HNAUTH-RECORD
                   MOVE WKS-ENTRY-OPER TO HNAUT-OPERATOR
                   MOVE WKS-ENTRY-PROGRAM TO HNAUT-PROGRAM
                   MOVE WKS-ENTRY-FUNCTION TO HNAUT-FUNCTION
                   MOVE "A" TO HNAUT-STATUS
                   MOVE WKS-TODAY TO HNAUT-GRANT-DATE
                   MOVE WKS-USER-ID TO HNAUT-GRANT-BY
                   MOVE 0 TO HNAUT-REVOKE-DATE
                   WRITE HNAUTH-RECORD
                       INVALID KEY DISPLAY "Error al grabar, codigo: "
                           WKS-AUTH-STATUS
                       NOT INVALID KEY DISPLAY "Perfil otorgado."
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Revoke: the profile stays on file with status R, the revoke
      * date and who revoked it.
      ******************************************************************
       REVOKE-FUNCTION.
           PERFORM ACCEPT-PROFILE-KEY
           PERFORM READ-PROFILE-ENTRY
           IF NOT WKS-ENTRY-FOUND
               DISPLAY "Perfil no registrado."
           ELSE
               IF HNAUT-STATUS = "R"
                   DISPLAY "El perfil ya esta revocado."
               ELSE
                   DISPLAY "Confirmar revocacion (S/N): "
                   MOVE SPACES TO WKS-CONFIRM
                   ACCEPT WKS-CONFIRM
                   IF WKS-CONFIRM = "S" OR WKS-CONFIRM = "s"
                       ACCEPT WKS-TODAY FROM DATE YYYYMMDD
                       MOVE "R" TO HNAUT-STATUS
                       MOVE WKS-TODAY TO HNAUT-REVOKE-DATE
                       MOVE WKS-USER-ID TO HNAUT-REVOKE-BY
                       REWRITE HNAUTH-RECORD
                           INVALID KEY DISPLAY
                               "Error al actualizar, codigo: "
                               WKS-AUTH-STATUS
                           NOT INVALID KEY DISPLAY
                               "Perfil revocado."
                       END-REWRITE
                   ELSE
                       DISPLAY "Revocacion cancelada."
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Inquiry: every profile held by one operator, active or not.
      ******************************************************************
       INQUIRE-OPERATOR.
           DISPLAY "Operador: "
           MOVE SPACES TO WKS-ENTRY-OPER
           ACCEPT WKS-ENTRY-OPER
           MOVE 0 TO WKS-COUNT-LISTED
           MOVE LOW-VALUES TO HNAUT-KEY
           MOVE WKS-ENTRY-OPER TO HNAUT-OPERATOR
           MOVE "N" TO WKS-EOF-SW
           START HNAUTH-FILE KEY IS NOT LESS THAN HNAUT-KEY
               INVALID KEY MOVE "Y" TO WKS-EOF-SW
           END-START
           IF NOT WKS-END-OF-FILE
               PERFORM READ-NEXT-PROFILE
           END-IF
           PERFORM SHOW-ONE-PROFILE UNTIL WKS-END-OF-FILE
           DISPLAY "Perfiles del operador: " WKS-COUNT-LISTED.

       SHOW-ONE-PROFILE.
           IF HNAUT-OPERATOR NOT = WKS-ENTRY-OPER
               MOVE "Y" TO WKS-EOF-SW
           ELSE
               ADD 1 TO WKS-COUNT-LISTED
               DISPLAY HNAUT-PROGRAM " " HNAUT-FUNCTION " "
                   HNAUT-STATUS " otorgado " HNAUT-GRANT-DATE
                   " por " HNAUT-GRANT-BY " revocado "
                   HNAUT-REVOKE-DATE " por " HNAUT-REVOKE-BY
               PERFORM READ-NEXT-PROFILE
           END-IF.

       READ-NEXT-PROFILE.
           READ HNAUTH-FILE NEXT RECORD
               AT END MOVE "Y" TO WKS-EOF-SW
           END-READ
           IF WKS-AUTH-STATUS NOT = "00" AND NOT WKS-END-OF-FILE
               DISPLAY "Lectura interrumpida, codigo: "
                   WKS-AUTH-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WKS-EOF-SW
           END-IF.

      ******************************************************************
      * Shared entry and lookup paragraphs.
      ******************************************************************
       ACCEPT-PROFILE-KEY.
           DISPLAY "Operador: "
           MOVE SPACES TO WKS-ENTRY-OPER
           ACCEPT WKS-ENTRY-OPER
           DISPLAY "Programa (HAPPYNUM, CACHEUTL, AUDARCHV, ...): "
           MOVE SPACES TO WKS-ENTRY-PROGRAM
           ACCEPT WKS-ENTRY-PROGRAM
           DISPLAY "Funcion (* = todas las del programa): "
           MOVE SPACES TO WKS-ENTRY-FUNCTION
           ACCEPT WKS-ENTRY-FUNCTION
           MOVE "N" TO WKS-VALID-SW
           IF WKS-ENTRY-OPER NOT = SPACES
               MOVE 0 TO WKS-FNC-IDX
               PERFORM SEARCH-FUNCTION-ENTRY
                   UNTIL WKS-FUNCTION-VALID
                      OR WKS-FNC-IDX = WKS-FNC-COUNT
           END-IF.

       SEARCH-FUNCTION-ENTRY.
           ADD 1 TO WKS-FNC-IDX
           IF WKS-FNC-PROGRAM(WKS-FNC-IDX) = WKS-ENTRY-PROGRAM
               IF WKS-ENTRY-FUNCTION = "*"
                  OR WKS-FNC-FUNCTION(WKS-FNC-IDX) = WKS-ENTRY-FUNCTION
                   MOVE "Y" TO WKS-VALID-SW
               END-IF
           END-IF.

       READ-PROFILE-ENTRY.
           MOVE "N" TO WKS-FOUND-SW
           MOVE WKS-ENTRY-OPER TO HNAUT-OPERATOR
           MOVE WKS-ENTRY-PROGRAM TO HNAUT-PROGRAM
           MOVE WKS-ENTRY-FUNCTION TO HNAUT-FUNCTION
           READ HNAUTH-FILE
               INVALID KEY MOVE "N" TO WKS-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WKS-FOUND-SW
           END-READ.

      ******************************************************************
      * Operator authorization, same rules as the checking programs:
      * exact profile first, then the program-wide "*" profile.
      ******************************************************************
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WKS-AUTH-SW
           MOVE SPACES TO WKS-AUTH-REASON
           MOVE WKS-USER-ID TO HNAUT-OPERATOR
           MOVE WKS-AUTH-PROGRAM TO HNAUT-PROGRAM
           MOVE WKS-AUTH-FUNCTION TO HNAUT-FUNCTION
           PERFORM READ-AUTH-PROFILE
           IF NOT WKS-AUTHORIZED
               MOVE WKS-USER-ID TO HNAUT-OPERATOR
               MOVE WKS-AUTH-PROGRAM TO HNAUT-PROGRAM
               MOVE "*" TO HNAUT-FUNCTION
               PERFORM READ-AUTH-PROFILE
           END-IF
           IF NOT WKS-AUTHORIZED
               DISPLAY "Funcion no autorizada: " WKS-AUTH-FUNCTION
                   " operador " WKS-USER-ID " (" WKS-AUTH-REASON ")"
               PERFORM LOG-SECURITY-VIOLATION
           END-IF.

       READ-AUTH-PROFILE.
           READ HNAUTH-FILE
               INVALID KEY
                   IF WKS-AUTH-REASON = SPACES
                       MOVE "SIN-PERFIL" TO WKS-AUTH-REASON
                   END-IF
               NOT INVALID KEY
                   IF HNAUT-STATUS = "A"
                       MOVE "Y" TO WKS-AUTH-SW
                       MOVE SPACES TO WKS-AUTH-REASON
                   ELSE
                       MOVE "REVOCADO" TO WKS-AUTH-REASON
                   END-IF
           END-READ.

       LOG-SECURITY-VIOLATION.
           OPEN EXTEND HNSECLOG-FILE
           IF WKS-SECLOG-STATUS NOT = "00"
               OPEN OUTPUT HNSECLOG-FILE
               CLOSE HNSECLOG-FILE
               OPEN EXTEND HNSECLOG-FILE
           END-IF
           IF WKS-SECLOG-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HNSECLOG, codigo: "
                   WKS-SECLOG-STATUS
           ELSE
               MOVE SPACES TO HNSECLOG-RECORD
               ACCEPT HNSEC-DATE FROM DATE YYYYMMDD
               ACCEPT WKS-TIME-FULL FROM TIME
               DIVIDE WKS-TIME-FULL BY 100 GIVING HNSEC-TIME
               MOVE WKS-USER-ID TO HNSEC-OPERATOR
               MOVE WKS-AUTH-PROGRAM TO HNSEC-PROGRAM
               MOVE WKS-AUTH-FUNCTION TO HNSEC-FUNCTION
               MOVE "TERMINAL" TO HNSEC-MODE
               MOVE WKS-AUTH-REASON TO HNSEC-REASON
               WRITE HNSECLOG-RECORD
               CLOSE HNSECLOG-FILE
           END-IF.

       END PROGRAM HappyAuthMaint.
