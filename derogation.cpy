        *>Cette méthode propose au gérant les seuils de dérogation des
        *>opérations sensibles de caisse : au-delà du seuil d'une
        *>opération, un employé doit obtenir sur place le code et le
        *>mot de passe d'un gérant pour la mener à bien
        GERER_SEUILS_DEROGATION.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "Les seuils de derogation sont reserves ",
                        "au gerant"
                ELSE
                    MOVE 9 TO dgChoix
                    PERFORM WITH TEST AFTER UNTIL dgChoix = 0
                        DISPLAY "   -- SEUILS DE DEROGATION --"
                        DISPLAY "      -Lister les seuils (1)"
                        DISPLAY "      -Fixer un seuil (2)"
                        DISPLAY "      -Supprimer un seuil (3)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT dgChoix
                        EVALUATE dgChoix
                            WHEN 1
                                PERFORM LISTER_SEUILS_DEROGATION
                            WHEN 2
                                PERFORM FIXER_SEUIL_DEROGATION
                            WHEN 3
                                PERFORM SUPPRIMER_SEUIL_DEROGATION
                        END-EVALUATE
                    END-PERFORM
                END-IF.

        *>Liste les seuils posés ; une opération sans seuil reste
        *>libre pour tous les opérateurs
        LISTER_SEUILS_DEROGATION.
                DISPLAY "======= SEUILS DE DEROGATION ======="
                OPEN INPUT fseuilsDerog
                MOVE 1 TO dgFin
                PERFORM WITH TEST AFTER UNTIL dgFin = 0
                    READ fseuilsDerog NEXT
                    AT END MOVE 0 TO dgFin
                    NOT AT END
                        MOVE sd_operation TO dgOperation
                        PERFORM LIBELLER_UNITE_DEROG
                        MOVE sd_seuil TO dgSeuilEdite
                        DISPLAY sd_operation, " : au-dela de ",
                            dgSeuilEdite, " ", dgLibelleUnite,
                            " (fixe le ", sd_dateMaj, " par ",
                            sd_gerant, ")"
                END-PERFORM
                CLOSE fseuilsDerog
                DISPLAY "====================================".

        *>Choix de l'opération visée par un seuil
        CHOISIR_OPERATION_DEROG.
                MOVE SPACES TO dgOperation
                DISPLAY "Operation : remboursement (1), remboursement ",
                    "sans client (2), sortie de petite caisse (3),"
                DISPLAY "  prix force sur une ligne (4), liberation ",
                    "de la mise de cote d'un autre (5) ?"
                ACCEPT dgChoix
                EVALUATE dgChoix
                    WHEN 1
                        MOVE "RETOUR" TO dgOperation
                    WHEN 2
                        MOVE "RETOURANON" TO dgOperation
                    WHEN 3
                        MOVE "SORTIE" TO dgOperation
                    WHEN 4
                        MOVE "PRIX" TO dgOperation
                    WHEN 5
                        MOVE "MISECOTE" TO dgOperation
                    WHEN OTHER
                        DISPLAY "Operation inconnue"
                END-EVALUATE
                *>Le choix du sous-menu ne doit pas le faire quitter
                MOVE 9 TO dgChoix.

        *>Unité dans laquelle s'exprime le seuil de dgOperation
        LIBELLER_UNITE_DEROG.
                EVALUATE dgOperation
                    WHEN "PRIX"
                        MOVE "% sous le prix" TO dgLibelleUnite
                    WHEN "MISECOTE"
                        MOVE "exemplaire(s)" TO dgLibelleUnite
                    WHEN OTHER
                        MOVE "EUR" TO dgLibelleUnite
                END-EVALUATE.

        *>Pose ou modifie le seuil d'une opération ; un seuil à 0
        *>soumet chaque occurrence de l'opération au gérant
        FIXER_SEUIL_DEROGATION.
                PERFORM CHOISIR_OPERATION_DEROG
                IF dgOperation NOT = SPACES THEN
                    PERFORM LIBELLER_UNITE_DEROG
                    DISPLAY "Seuil (en ", dgLibelleUnite, ", 0 = ",
                        "accord toujours requis) ?"
                    ACCEPT dgValeur
                    OPEN I-O fseuilsDerog
                    MOVE dgOperation TO sd_operation
                    READ fseuilsDerog KEY IS sd_operation
                        INVALID KEY
                            MOVE SPACES TO journalAvant
                            MOVE "ECRITURE" TO journalOperation
                            MOVE dgOperation TO sd_operation
                            MOVE dgValeur TO sd_seuil
                            ACCEPT sd_dateMaj FROM DATE YYYYMMDD
                            MOVE operateurConnecte TO sd_gerant
                            WRITE tamp_fseuilDerog
                            END-WRITE
                        NOT INVALID KEY
                            MOVE tamp_fseuilDerog TO journalAvant
                            MOVE "MAJ" TO journalOperation
                            MOVE dgValeur TO sd_seuil
                            ACCEPT sd_dateMaj FROM DATE YYYYMMDD
                            MOVE operateurConnecte TO sd_gerant
                            REWRITE tamp_fseuilDerog
                            END-REWRITE
                    END-READ
                    MOVE cr_fseuilsDerog TO statutFichierOp
                    MOVE "MAJ SEUIL DEROGATION"
                        TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    IF cr_fseuilsDerog = 0 THEN
                        MOVE "DEROGATION" TO journalFichier
                        MOVE dgOperation TO journalCle
                        MOVE tamp_fseuilDerog TO journalApres
                        PERFORM JOURNALISER
                        DISPLAY "Seuil enregistre"
                    END-IF
                    CLOSE fseuilsDerog
                END-IF.

        *>Retire le seuil d'une opération, qui redevient libre
        SUPPRIMER_SEUIL_DEROGATION.
                PERFORM CHOISIR_OPERATION_DEROG
                IF dgOperation NOT = SPACES THEN
                    OPEN I-O fseuilsDerog
                    MOVE dgOperation TO sd_operation
                    READ fseuilsDerog KEY IS sd_operation
                        INVALID KEY
                            DISPLAY "Aucun seuil pour cette operation"
                        NOT INVALID KEY
                            MOVE tamp_fseuilDerog TO journalAvant
                            DELETE fseuilsDerog
                            END-DELETE
                            MOVE cr_fseuilsDerog TO statutFichierOp
                            MOVE "SUPPR SEUIL DEROGATION"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            MOVE "DEROGATION" TO journalFichier
                            MOVE "SUPPR" TO journalOperation
                            MOVE dgOperation TO journalCle
                            MOVE SPACES TO journalApres
                            PERFORM JOURNALISER
                            DISPLAY "Seuil supprime"
                    END-READ
                    CLOSE fseuilsDerog
                END-IF.

        *>Cette méthode contrôle l'opération dgOperation de valeur
        *>dgValeur contre son seuil : sous le seuil, ou pour un
        *>gérant connecté, elle passe (dgAccord = 1, dgRequis = 0) ;
        *>au-delà, l'accord d'un gérant est demandé au poste et la
        *>demande est tracée, accordée ou refusée. dgGerant ressort
        *>avec le gérant qui a accordé (0 sans dérogation)
        CONTROLER_DEROGATION.
                MOVE 1 TO dgAccord
                MOVE 0 TO dgRequis
                MOVE 0 TO dgGerant
                IF operateurRole NOT = 1 THEN
                    OPEN INPUT fseuilsDerog
                    IF cr_fseuilsDerog = 0 THEN
                        MOVE dgOperation TO sd_operation
                        READ fseuilsDerog KEY IS sd_operation
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                IF dgValeur > sd_seuil THEN
                                    MOVE 1 TO dgRequis
                                    MOVE sd_seuil TO dgSeuil
                                END-IF
                        END-READ
                        CLOSE fseuilsDerog
                    END-IF
                    IF dgRequis = 1 THEN
                        PERFORM DEMANDER_ACCORD_GERANT
                    END-IF
                END-IF.

        *>Un remboursement sur une vente sans client relève d'abord
        *>du seuil des remboursements anonymes, puis à défaut du
        *>seuil général ; l'appelant a renseigné dgValeur, dgObjet
        *>et le client de la vente dans dgClient
        CONTROLER_DEROGATION_RETOUR.
                MOVE 0 TO dgRequis
                IF dgClient = 0 THEN
                    MOVE "RETOURANON" TO dgOperation
                    PERFORM CONTROLER_DEROGATION
                END-IF
                IF dgRequis = 0 THEN
                    MOVE "RETOUR" TO dgOperation
                    PERFORM CONTROLER_DEROGATION
                END-IF.

        *>Demande sur place le code et le mot de passe d'un gérant ;
        *>l'opérateur peut renoncer (code 0), la demande est tracée
        *>dans tous les cas
        DEMANDER_ACCORD_GERANT.
                MOVE 0 TO dgAccord
                PERFORM LIBELLER_UNITE_DEROG
                MOVE dgValeur TO dgValeurEditee
                MOVE dgSeuil TO dgSeuilEdite
                DISPLAY "Seuil de derogation depasse (", dgOperation,
                    ") : ", dgValeurEditee, " ", dgLibelleUnite,
                    " pour un seuil de ", dgSeuilEdite
                DISPLAY "Accord du gerant requis : code du ",
                    "gerant (0 pour renoncer) ?"
                ACCEPT dgCodeSaisi
                IF dgCodeSaisi NOT = 0 THEN
                    DISPLAY "Mot de passe du gerant ?"
                    ACCEPT dgMotPasse
                    PERFORM VERIFIER_CODE_GERANT
                    IF dgGerantValide = 1 THEN
                        MOVE 1 TO dgAccord
                        MOVE dgCodeSaisi TO dgGerant
                        DISPLAY "Derogation accordee par le gerant ",
                            dgCodeSaisi
                    ELSE
                        DISPLAY "Accord du gerant refuse"
                    END-IF
                ELSE
                    DISPLAY "Operation abandonnee faute d'accord"
                END-IF
                PERFORM ENREGISTRER_DEROGATION.

        *>Vérifie que dgCodeSaisi est un gérant non verrouillé dont
        *>le mot de passe est dgMotPasse (dgGerantValide = 1)
        VERIFIER_CODE_GERANT.
                MOVE 0 TO dgGerantValide
                OPEN INPUT foperateurs
                MOVE dgCodeSaisi TO op_code
                READ foperateurs KEY IS op_code
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF op_role = 1 AND op_verrouille NOT = 1 THEN
                            MOVE dgMotPasse TO hachageEntree
                            PERFORM HACHER_MOT_PASSE
                            IF op_motPasse = hachageSortie THEN
                                MOVE 1 TO dgGerantValide
                            END-IF
                        END-IF
                END-READ
                CLOSE foperateurs.

        *>Trace la demande de dérogation courante
        ENREGISTRER_DEROGATION.
                MOVE "DEROG" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO dg_id
                ACCEPT dg_date FROM DATE YYYYMMDD
                ACCEPT dgHeure FROM TIME
                MOVE dgHeure(1:4) TO dg_heure
                MOVE dgOperation TO dg_operation
                MOVE operateurConnecte TO dg_operateur
                MOVE dgCodeSaisi TO dg_gerant
                MOVE dgValeur TO dg_valeur
                MOVE dgSeuil TO dg_seuil
                MOVE dgAccord TO dg_accord
                MOVE dgObjet TO dg_objet
                MOVE siteLocal TO dg_site
                OPEN I-O fderogations
                WRITE tamp_fderogation
                END-WRITE
                MOVE cr_fderogations TO statutFichierOp
                MOVE "ECRITURE DEROGATION" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fderogations.

        *>Cette méthode édite les dérogations demandées sur une
        *>période, accordées comme refusées
        RAPPORT_DEROGATIONS.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "Le rapport des derogations est reserve ",
                        "au gerant"
                ELSE
                    MOVE 0 TO dateValide
                    PERFORM WITH TEST AFTER UNTIL dateValide = 1
                        DISPLAY "Du (jj/mm/aaaa) ?"
                        ACCEPT dateSaisie
                        PERFORM VALIDER_FORMAT_DATE
                        IF dateValide = 0 THEN
                            DISPLAY "Format invalide, attendu ",
                                "jj/mm/aaaa"
                        END-IF
                    END-PERFORM
                    PERFORM CONVERTIR_DATE_TRI
                    MOVE dateTri TO dgDateDebut
                    MOVE 0 TO dateValide
                    PERFORM WITH TEST AFTER UNTIL dateValide = 1
                        DISPLAY "Au (jj/mm/aaaa) ?"
                        ACCEPT dateSaisie
                        PERFORM VALIDER_FORMAT_DATE
                        IF dateValide = 0 THEN
                            DISPLAY "Format invalide, attendu ",
                                "jj/mm/aaaa"
                        END-IF
                    END-PERFORM
                    PERFORM CONVERTIR_DATE_TRI
                    MOVE dateTri TO dgDateFin
                    PERFORM RAPPORT_DEROGATIONS_TRAITEMENT
                END-IF.

        *>Coeur du rapport, sans saisie (le mode batch l'enchaîne
        *>aussi) : dgDateDebut et dgDateFin sont positionnées
        RAPPORT_DEROGATIONS_TRAITEMENT.
                MOVE "derogations.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "DEROGATIONS DU GERANT" TO rapportTitre
                MOVE "DATE HEURE OPERATION OPER. GERANT VALEUR SEUIL"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Du " DELIMITED BY SIZE
                    dgDateDebut DELIMITED BY SIZE
                    " au " DELIMITED BY SIZE
                    dgDateFin DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE 0 TO dgNbAccordees
                MOVE 0 TO dgNbRefusees
                OPEN INPUT fderogations
                MOVE dgDateDebut TO dg_date
                START fderogations KEY IS NOT LESS THAN dg_date
                    INVALID KEY MOVE 0 TO dgFin
                    NOT INVALID KEY
                        MOVE 1 TO dgFin
                        PERFORM WITH TEST AFTER UNTIL dgFin = 0
                            READ fderogations NEXT
                            AT END MOVE 0 TO dgFin
                            NOT AT END
                                IF dg_date > dgDateFin THEN
                                    MOVE 0 TO dgFin
                                ELSE
                                    PERFORM EDITER_DEROGATION
                                END-IF
                            END-READ
                        END-PERFORM
                END-START
                CLOSE fderogations
                MOVE SPACES TO tamp_frapport
                STRING dgNbAccordees DELIMITED BY SIZE
                    " derogation(s) accordee(s), " DELIMITED BY SIZE
                    dgNbRefusees DELIMITED BY SIZE
                    " refusee(s)" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY dgNbAccordees, " accordee(s), ",
                    dgNbRefusees, " refusee(s)"
                DISPLAY "Rapport ecrit dans ", nomRapport.

        EDITER_DEROGATION.
                IF dg_accord = 1 THEN
                    ADD 1 TO dgNbAccordees
                    MOVE "ACCORDEE" TO dgDecision
                ELSE
                    ADD 1 TO dgNbRefusees
                    MOVE "REFUSEE" TO dgDecision
                END-IF
                MOVE dg_valeur TO dgValeurEditee
                MOVE dg_seuil TO dgSeuilEdite
                MOVE SPACES TO tamp_frapport
                STRING dg_date DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    dg_heure DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    dg_operation DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    dg_operateur DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    dg_gerant DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    dgValeurEditee DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    dgSeuilEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    dgDecision DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    dg_objet DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
