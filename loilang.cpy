        *>Cette méthode charge la nature du client du ticket ou du
        *>devis en cours (idVerifClient) : un particulier a droit à
        *>5 % de remise au plus sur le neuf, une bibliothèque ou une
        *>collectivité à 9 % ; un client inconnu compte comme
        *>particulier
        CHARGER_TYPE_CLIENT_LANG.
                MOVE 0 TO typeClientLang
                OPEN INPUT fclients
                MOVE idVerifClient TO fc_id
                READ fclients KEY IS fc_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE fc_typeClient TO typeClientLang
                END-READ
                MOVE cr_fclients TO statutFichierOp
                MOVE "LECTURE CLIENT" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fclients.

        *>Cette méthode ramène la remise unitaire de la ligne en
        *>cours au plafond de la loi Lang quand la référence est
        *>neuve (occasionLigne = 0) : le prix net ne descend jamais
        *>sous le prix public moins le taux légal du client ;
        *>l'appelant a renseigné prixPublicLigne (0 = le prix du
        *>jour fait foi), prixNormalLigne, remiseLigne et
        *>prixNetLigne ; lignePlafonnee passe à 1 si la remise a
        *>été rabotée, la remise demandée restant dans
        *>remiseDemandeeLigne
        PLAFONNER_REMISE_LANG.
                MOVE 0 TO lignePlafonnee
                MOVE 0 TO prixPlancherLigne
                MOVE remiseLigne TO remiseDemandeeLigne
                IF occasionLigne = 0 THEN
                    IF prixPublicLigne = 0 THEN
                        MOVE prixNormalLigne TO prixPublicLigne
                    END-IF
                    IF typeClientLang = 1 THEN
                        MOVE 9 TO tauxPlafondLang
                    ELSE
                        MOVE 5 TO tauxPlafondLang
                    END-IF
                    COMPUTE prixPlancherLigne ROUNDED =
                        prixPublicLigne * (100 - tauxPlafondLang)
                        / 100
                    IF prixNetLigne < prixPlancherLigne THEN
                        IF prixNormalLigne > prixPlancherLigne THEN
                            COMPUTE remiseLigne =
                                prixNormalLigne - prixPlancherLigne
                        ELSE
                            MOVE 0 TO remiseLigne
                        END-IF
                        COMPUTE prixNetLigne =
                            prixNormalLigne - remiseLigne
                        IF remiseLigne < remiseDemandeeLigne THEN
                            MOVE 1 TO lignePlafonnee
                            MOVE remiseLigne TO remiseEditee
                            DISPLAY "Loi Lang : remise ramenee a ",
                                remiseEditee, " EUR par exemplaire (",
                                tauxPlafondLang, " % du prix public)"
                        END-IF
                    END-IF
                END-IF.

        *>Cette méthode calcule la marge encore disponible sous le
        *>plafond de la loi Lang sur le ticket en cours, pour borner
        *>la remise en points de fidélité : sur une ligne neuve,
        *>l'écart entre le prix net et le prix plancher ; sur une
        *>ligne d'occasion, tout le montant de la ligne
        CALCULER_MARGE_LANG_TICKET.
                MOVE 0 TO margeLangTicket
                PERFORM VARYING idxLigneTicket FROM 1 BY 1
                        UNTIL idxLigneTicket > nbLignesTicket
                    IF tl_prixPlancher(idxLigneTicket) = 0 THEN
                        ADD tl_montant(idxLigneTicket)
                            TO margeLangTicket
                    ELSE
                        COMPUTE margeLangLigne =
                            (tl_prixUnitaire(idxLigneTicket) -
                             tl_prixPlancher(idxLigneTicket)) *
                            tl_qte(idxLigneTicket)
                        IF margeLangLigne > 0 THEN
                            ADD margeLangLigne TO margeLangTicket
                        END-IF
                    END-IF
                END-PERFORM
                COMPUTE pointsPlafondLang = margeLangTicket * 100.

        *>Cette méthode écrit une trace de remise rabotée par la loi
        *>Lang ; l'appelant a renseigné langOrigine, langPiece,
        *>langTitre, langQuantite, langPrixPublic et les remises
        *>demandée et accordée, le client étant celui du ticket ou
        *>du devis en cours et la date celle de la pièce (dateTri)
        ECRIRE_PLAFOND_LANG.
                MOVE "PLAFLANG" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO pl_id
                MOVE dateTri TO pl_date
                MOVE langOrigine TO pl_origine
                MOVE langPiece TO pl_piece
                MOVE idVerifClient TO pl_client
                MOVE typeClientLang TO pl_typeClient
                MOVE langTitre TO pl_titre
                MOVE langQuantite TO pl_quantite
                MOVE langPrixPublic TO pl_prixPublic
                MOVE langRemiseDemandee TO pl_remiseDemandee
                MOVE langRemiseAccordee TO pl_remiseAccordee
                MOVE operateurConnecte TO pl_operateur
                MOVE siteLocal TO pl_site
                OPEN I-O fplafondsLang
                WRITE tamp_fplafondLang
                END-WRITE
                MOVE cr_fplafondsLang TO statutFichierOp
                MOVE "ECRITURE PLAFOND LANG" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fplafondsLang.

        *>Cette méthode édite le contrôle de conformité à la loi
        *>Lang d'une période, à présenter en cas de contrôle de la
        *>DGCCRF : ventes de neuf, remises consenties, lignes
        *>vendues sous le plancher légal et remises rabotées par la
        *>caisse
        RAPPORT_LOI_LANG.
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Debut de la periode (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO dateDebut
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Fin de la periode (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO dateFin
                PERFORM RAPPORT_LOI_LANG_TRAITEMENT.

        *>Coeur de l'édition de conformité, sans aucune saisie : la
        *>période (dateDebut/dateFin) est déjà positionnée, ce qui
        *>permet au mode batch de l'enchaîner sans clavier ; les
        *>ventes sont relues dans fventes et dans l'archive
        RAPPORT_LOI_LANG_TRAITEMENT.
                MOVE 0 TO langNbLignesNeuf
                MOVE 0 TO langNbLignesRemisees
                MOVE 0 TO langNbHorsPlafond
                MOVE 0 TO langRemisesNeuf
                MOVE 0 TO langNbTicket
                MOVE 0 TO langNbPoints
                MOVE 0 TO langNbDevis
                MOVE 0 TO langTotalRabote

                MOVE "loilang.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "CONFORMITE LOI LANG" TO rapportTitre
                MOVE SPACES TO rapportColonnes
                STRING "PERIODE DU " DELIMITED BY SIZE
                    dateDebut DELIMITED BY SIZE
                    " AU " DELIMITED BY SIZE
                    dateFin DELIMITED BY SIZE
                    INTO rapportColonnes
                END-STRING
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE "Lignes de neuf vendues sous le plancher legal :"
                    TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION

                OPEN INPUT finventaire
                OPEN INPUT fclients
                OPEN INPUT fventes
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE cr_fventes TO statutFichierOp
                        MOVE "LECTURE VENTE" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        IF fv_dateVente NOT < dateDebut AND
                           fv_dateVente NOT > dateFin AND
                           (fv_statut = 0 OR fv_statut = 2) THEN
                            MOVE fv_titreComics TO langVenteTitre
                            MOVE fv_site TO langVenteSite
                            MOVE fv_client TO langVenteClient
                            MOVE fv_dateVente TO langVenteDate
                            MOVE fv_ticket TO langVenteTicket
                            MOVE fv_prixVente TO langVentePrix
                            MOVE fv_quantite TO langVenteQte
                            PERFORM CONTROLER_VENTE_LANG
                        END-IF
                END-PERFORM
                CLOSE fventes

                OPEN INPUT fventesArchive
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fventesArchive NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE cr_fventesArchive TO statutFichierOp
                        MOVE "LECTURE VENTE ARCHIVE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        IF fva_dateVente NOT < dateDebut AND
                           fva_dateVente NOT > dateFin AND
                           (fva_statut = 0 OR fva_statut = 2) THEN
                            MOVE fva_titreComics TO langVenteTitre
                            MOVE fva_site TO langVenteSite
                            MOVE fva_client TO langVenteClient
                            MOVE fva_dateVente TO langVenteDate
                            MOVE fva_ticket TO langVenteTicket
                            MOVE fva_prixVente TO langVentePrix
                            MOVE fva_quantite TO langVenteQte
                            PERFORM CONTROLER_VENTE_LANG
                        END-IF
                END-PERFORM
                CLOSE fventesArchive
                CLOSE fclients
                CLOSE finventaire

                MOVE SPACES TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE "Remises ramenees au plafond par la caisse :"
                    TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION
                OPEN INPUT fplafondsLang
                MOVE dateDebut TO pl_date
                MOVE 1 TO Wfin
                START fplafondsLang KEY IS NOT LESS THAN pl_date
                    INVALID KEY MOVE 0 TO Wfin
                END-START
                IF Wfin = 1 THEN
                    PERFORM WITH TEST AFTER UNTIL Wfin = 0
                        READ fplafondsLang NEXT
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            IF pl_date > dateFin THEN
                                MOVE 0 TO Wfin
                            ELSE
                                PERFORM EDITER_PLAFOND_LANG
                            END-IF
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE fplafondsLang

                DISPLAY "======= CONFORMITE LOI LANG ======="
                DISPLAY "Periode du ", dateDebut, " au ", dateFin
                DISPLAY "Lignes de neuf vendues : ", langNbLignesNeuf,
                    ", dont remisees : ", langNbLignesRemisees
                MOVE langRemisesNeuf TO montantEdite
                DISPLAY "Remises consenties sur le neuf : ",
                    montantEdite, " EUR"
                DISPLAY "Lignes sous le plancher a verifier : ",
                    langNbHorsPlafond
                DISPLAY "Remises rabotees : ", langNbTicket,
                    " ligne(s) de ticket, ", langNbPoints,
                    " ticket(s) en points, ", langNbDevis,
                    " ligne(s) de devis"
                MOVE langTotalRabote TO montantEdite2
                DISPLAY "Montant des remises refusees : ",
                    montantEdite2, " EUR"

                MOVE SPACES TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Neuf vendu : " DELIMITED BY SIZE
                    langNbLignesNeuf DELIMITED BY SIZE
                    " ligne(s), remisees : " DELIMITED BY SIZE
                    langNbLignesRemisees DELIMITED BY SIZE
                    ", remises : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Rabotees : ticket " DELIMITED BY SIZE
                    langNbTicket DELIMITED BY SIZE
                    ", points " DELIMITED BY SIZE
                    langNbPoints DELIMITED BY SIZE
                    ", devis " DELIMITED BY SIZE
                    langNbDevis DELIMITED BY SIZE
                    ", refuse : " DELIMITED BY SIZE
                    montantEdite2 DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE SPACES TO tamp_frapport
                STRING "Lignes sous le plancher a verifier : "
                    DELIMITED BY SIZE
                    langNbHorsPlafond DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY "Controle ecrit dans ", nomRapport
                DISPLAY "===================================".

        *>Contrôle une ligne vendue (langVente*) : seules les
        *>références neuves comptent ; le plancher est calculé sur
        *>le prix public actuel de la fiche, une ligne en dessous
        *>est listée à vérifier (un prix public modifié depuis la
        *>vente peut l'expliquer) ; finventaire et fclients sont
        *>ouverts par l'appelant
        CONTROLER_VENTE_LANG.
                MOVE langVenteSite TO fi_site
                MOVE langVenteTitre TO fi_titre
                *>Une référence disparue depuis ne peut plus être
                *>jugée : elle est laissée de côté comme l'occasion
                READ finventaire KEY IS fi_cleInv
                    INVALID KEY
                        MOVE 1 TO fi_occasion
                END-READ
                IF fi_occasion = 0 THEN
                    ADD 1 TO langNbLignesNeuf
                    MOVE fi_prixPublic TO prixPublicLigne
                    IF prixPublicLigne = 0 THEN
                        MOVE fi_prix TO prixPublicLigne
                    END-IF
                    MOVE 0 TO typeClientLang
                    MOVE langVenteClient TO fc_id
                    READ fclients KEY IS fc_id
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE fc_typeClient TO typeClientLang
                    END-READ
                    IF typeClientLang = 1 THEN
                        MOVE 9 TO tauxPlafondLang
                    ELSE
                        MOVE 5 TO tauxPlafondLang
                    END-IF
                    COMPUTE prixPlancherLigne ROUNDED =
                        prixPublicLigne * (100 - tauxPlafondLang)
                        / 100
                    IF langVentePrix < prixPublicLigne THEN
                        ADD 1 TO langNbLignesRemisees
                        COMPUTE langRemisesNeuf = langRemisesNeuf +
                            (prixPublicLigne - langVentePrix) *
                            langVenteQte
                    END-IF
                    IF langVentePrix < prixPlancherLigne THEN
                        ADD 1 TO langNbHorsPlafond
                        MOVE langVentePrix TO prixEdite
                        MOVE prixPlancherLigne TO prixEdite2
                        MOVE SPACES TO tamp_frapport
                        STRING langVenteDate DELIMITED BY SIZE
                            " ticket " DELIMITED BY SIZE
                            langVenteTicket DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            langVenteTitre DELIMITED BY SIZE
                            " x" DELIMITED BY SIZE
                            langVenteQte DELIMITED BY SIZE
                            " net " DELIMITED BY SIZE
                            prixEdite DELIMITED BY SIZE
                            " plancher " DELIMITED BY SIZE
                            prixEdite2 DELIMITED BY SIZE
                            " A VERIFIER" DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                        PERFORM ECRIRE_LIGNE_EDITION
                    END-IF
                END-IF.

        *>Edite une trace de remise rabotée et la cumule par origine
        EDITER_PLAFOND_LANG.
                EVALUATE pl_origine
                    WHEN "T"
                        ADD 1 TO langNbTicket
                    WHEN "P"
                        ADD 1 TO langNbPoints
                    WHEN "D"
                        ADD 1 TO langNbDevis
                END-EVALUATE
                COMPUTE langTotalRabote = langTotalRabote +
                    (pl_remiseDemandee - pl_remiseAccordee) *
                    pl_quantite
                MOVE pl_remiseDemandee TO prixEdite
                MOVE pl_remiseAccordee TO prixEdite2
                MOVE SPACES TO tamp_frapport
                STRING pl_date DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    pl_origine DELIMITED BY SIZE
                    " piece " DELIMITED BY SIZE
                    pl_piece DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    pl_titre DELIMITED BY SIZE
                    " x" DELIMITED BY SIZE
                    pl_quantite DELIMITED BY SIZE
                    " demande " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " accorde " DELIMITED BY SIZE
                    prixEdite2 DELIMITED BY SIZE
                    " op " DELIMITED BY SIZE
                    pl_operateur DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
