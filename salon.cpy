        *>Cette méthode propose la gestion des salons et foires : le
        *>salon est un site temporaire (son propre code de site) qui
        *>reçoit une sélection de titres de la boutique ; le poste
        *>portable qui tient le stand travaille sur ce site, avec sa
        *>propre session de caisse, et la clôture rapproche sorti,
        *>vendu et rapporté avant de remettre le stock en rayon
        GERER_SALONS.
                MOVE 0 TO choixMenuSalon
                PERFORM WITH TEST AFTER UNTIL choixMenuSalon = 0
                        DISPLAY "   -- SALONS ET FOIRES --"
                        DISPLAY "      -Ouvrir un salon (1)"
                        DISPLAY "      -Allouer du stock au salon (2)"
                        DISPLAY "      -Tenir la caisse du salon sur ",
                            "ce poste (3)"
                        DISPLAY "      -Revenir a la boutique sur ce ",
                            "poste (4)"
                        DISPLAY "      -Cloturer un salon (5)"
                        DISPLAY "      -Rapport d'un salon (6)"
                        DISPLAY "      -Lister les salons (7)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuSalon
                        EVALUATE choixMenuSalon
                            WHEN 1
                                PERFORM CREER_SALON
                            WHEN 2
                                PERFORM ALLOUER_SALON
                            WHEN 3
                                PERFORM TENIR_CAISSE_SALON
                            WHEN 4
                                PERFORM QUITTER_CAISSE_SALON
                            WHEN 5
                                PERFORM CLOTURER_SALON
                            WHEN 6
                                PERFORM RAPPORT_SALON
                            WHEN 7
                                PERFORM LISTER_SALONS
                        END-EVALUATE
                END-PERFORM.

        *>Ouvre un salon : nom, code de site temporaire (ni la
        *>boutique, ni un autre salon encore ouvert), dates et frais
        *>engagés ; le stock partira de la boutique locale
        CREER_SALON.
                DISPLAY "Nom du salon ?"
                ACCEPT salonNom
                MOVE 0 TO salonOk
                PERFORM WITH TEST AFTER UNTIL salonOk = 1
                    DISPLAY "Code de site du salon (90 a 99 ",
                        "conseille) ?"
                    ACCEPT salonSite
                    MOVE 1 TO salonOk
                    IF salonSite = 0 OR salonSite = siteLocal THEN
                        DISPLAY "Code reserve a la boutique"
                        MOVE 0 TO salonOk
                    ELSE
                        PERFORM VERIFIER_SITE_SALON_LIBRE
                    END-IF
                END-PERFORM
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Premier jour du salon (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO salonDebut
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                        AND dateTri NOT < salonDebut
                    DISPLAY "Dernier jour du salon (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    ELSE
                        PERFORM CONVERTIR_DATE_TRI
                    END-IF
                END-PERFORM
                MOVE dateTri TO salonDateFin
                DISPLAY "Frais du salon (stand, transport, ",
                    "hebergement) ?"
                ACCEPT salonFrais
                MOVE "SALON" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO sl_id
                MOVE 0 TO sl_ligne
                MOVE salonNom TO sl_nom
                MOVE salonSite TO sl_site
                MOVE siteLocal TO sl_siteBoutique
                MOVE salonDebut TO sl_dateDebut
                MOVE salonDateFin TO sl_dateFin
                MOVE salonFrais TO sl_frais
                MOVE 0 TO sl_statut
                MOVE 0 TO sl_dateCloture
                MOVE SPACES TO sl_titre
                MOVE 0 TO sl_qteSortie
                MOVE 0 TO sl_qteVendue
                MOVE 0 TO sl_qteRapportee
                OPEN I-O fsalons
                WRITE tamp_fsalon
                END-WRITE
                MOVE cr_fsalons TO statutFichierOp
                MOVE "ECRITURE SALON" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fsalons
                DISPLAY "Salon no ", sl_id, " ouvert sur le site ",
                    salonSite.

        *>Un code de site ne sert qu'à un salon ouvert à la fois
        VERIFIER_SITE_SALON_LIBRE.
                OPEN INPUT fsalons
                MOVE 1 TO salonFin
                PERFORM WITH TEST AFTER UNTIL salonFin = 0
                    READ fsalons NEXT
                    AT END MOVE 0 TO salonFin
                    NOT AT END
                        IF sl_ligne = 0 AND sl_statut = 0 AND
                           sl_site = salonSite THEN
                            DISPLAY "Site deja pris par le salon ",
                                "ouvert no ", sl_id
                            MOVE 0 TO salonOk
                        END-IF
                END-PERFORM
                CLOSE fsalons.

        *>Lit l'entête du salon salonId et en garde les données
        CHARGER_SALON.
                MOVE 0 TO salonTrouve
                OPEN INPUT fsalons
                MOVE salonId TO sl_id
                MOVE 0 TO sl_ligne
                READ fsalons KEY IS sl_cle
                    INVALID KEY
                        DISPLAY "Salon inconnu"
                    NOT INVALID KEY
                        MOVE 1 TO salonTrouve
                        MOVE sl_nom TO salonNom
                        MOVE sl_site TO salonSite
                        MOVE sl_siteBoutique TO salonBoutique
                        MOVE sl_dateDebut TO salonDebut
                        MOVE sl_dateFin TO salonDateFin
                        MOVE sl_frais TO salonFrais
                        MOVE sl_statut TO salonStatut
                        MOVE sl_dateCloture TO salonCloture
                END-READ
                CLOSE fsalons.

        *>Alloue des titres au salon depuis la boutique : la
        *>quantité sort du rayon (hors mises de côté) et entre au
        *>rayon du salon, la fiche y étant créée à l'image de celle
        *>de la boutique ; le mouvement est tracé comme un transfert
        *>entre sites déjà reçu
        ALLOUER_SALON.
                DISPLAY "Numero du salon ?"
                ACCEPT salonId
                PERFORM CHARGER_SALON
                IF salonTrouve = 1 AND salonStatut NOT = 0 THEN
                    DISPLAY "Ce salon est cloture"
                    MOVE 0 TO salonTrouve
                END-IF
                IF salonTrouve = 1 AND salonBoutique NOT = siteLocal
                THEN
                    DISPLAY "L'allocation se fait depuis la ",
                        "boutique du salon (site ", salonBoutique, ")"
                    MOVE 0 TO salonTrouve
                END-IF
                IF salonTrouve = 1 THEN
                    ACCEPT dateTri FROM DATE YYYYMMDD
                    MOVE 1 TO choixAutreLigne
                    PERFORM WITH TEST AFTER
                            UNTIL choixAutreLigne NOT = 1
                        PERFORM ALLOUER_TITRE_SALON
                        DISPLAY "Allouer un autre titre ",
                            "(1=oui, 2=non) ?"
                        ACCEPT choixAutreLigne
                    END-PERFORM
                END-IF.

        ALLOUER_TITRE_SALON.
                DISPLAY "Entrez le titre ou le code-barres du comic"
                ACCEPT titreOuEan
                PERFORM RESOUDRE_TITRE_OU_EAN
                IF refTrouvee = 0 THEN
                    DISPLAY "Cette reference n'existe pas"
                ELSE
                    MOVE 0 TO salonQte
                    PERFORM WITH TEST AFTER UNTIL salonQte > 0
                        DISPLAY "Quantite emportee au salon ?"
                        ACCEPT salonQte
                    END-PERFORM
                    MOVE 0 TO salonOk
                    OPEN I-O finventaire
                    MOVE titreOuEan TO fi_titre
                    MOVE siteLocal TO fi_site
                    READ finventaire WITH LOCK KEY IS fi_cleInv
                        INVALID KEY
                            DISPLAY "Erreur, ce comic n'existe plus"
                            MOVE cr_finventaire TO statutFichierOp
                            MOVE "LECTURE REFERENCE"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                        NOT INVALID KEY
                            COMPUTE dispoRayon =
                                fi_quantite - fi_qteMiseCote
                            IF dispoRayon < salonQte THEN
                                DISPLAY "Stock disponible ",
                                    "insuffisant (", dispoRayon,
                                    " en rayon hors mises de cote)"
                            ELSE
                                MOVE tamp_finventaire TO journalAvant
                                SUBTRACT salonQte FROM fi_quantite
                                REWRITE tamp_finventaire
                                 INVALID KEY
                                   DISPLAY "Erreur de maj du stock"
                                 NOT INVALID KEY
                                   MOVE 1 TO salonOk
                                END-REWRITE
                                MOVE cr_finventaire
                                    TO statutFichierOp
                                MOVE "SORTIE STOCK SALON"
                                    TO statutFichierLibelle
                                PERFORM VERIFIER_STATUT_FICHIER
                                IF salonOk = 1 THEN
                                    MOVE "INVENTAIRE"
                                        TO journalFichier
                                    MOVE "MAJ" TO journalOperation
                                    MOVE fi_titre TO journalCle
                                    MOVE tamp_finventaire
                                        TO journalApres
                                    PERFORM JOURNALISER
                                    MOVE tamp_finventaire
                                        TO salonFiche
                                END-IF
                            END-IF
                    END-READ
                    IF cr_finventaire = 51 THEN
                        DISPLAY "Enregistrement occupe par une ",
                            "autre caisse, reessayez"
                    END-IF
                    CLOSE finventaire
                    IF salonOk = 1 THEN
                        PERFORM CREDITER_STOCK_SALON
                        MOVE siteLocal TO salonOrigine
                        MOVE salonSite TO salonDest
                        PERFORM TRACER_TRANSFERT_SALON
                        PERFORM NOTER_ALLOCATION_SALON
                        DISPLAY salonQte, " exemplaire(s) de ",
                            titreOuEan, " alloue(s) au salon"
                    END-IF
                END-IF.

        *>Entrée au rayon du salon ; la fiche du salon naît copie
        *>de celle de la boutique (prix, TVA, PMP...) sans seuils de
        *>réappro, pour que le salon ne soit jamais réapprovisionné
        CREDITER_STOCK_SALON.
                OPEN I-O finventaire
                MOVE titreOuEan TO fi_titre
                MOVE salonSite TO fi_site
                READ finventaire WITH LOCK KEY IS fi_cleInv
                    INVALID KEY
                        MOVE salonFiche TO tamp_finventaire
                        MOVE "REF" TO cptCle
                        PERFORM PROCHAIN_ID_COMPTEUR
                        MOVE cptValeur TO fi_id
                        MOVE salonSite TO fi_site
                        MOVE salonQte TO fi_quantite
                        MOVE 0 TO fi_qteReserve
                        MOVE 0 TO fi_qteMiseCote
                        MOVE 0 TO fi_qteDefectueux
                        MOVE 0 TO fi_stockMini
                        MOVE 0 TO fi_stockCible
                        WRITE tamp_finventaire
                        END-WRITE
                        MOVE cr_finventaire TO statutFichierOp
                        MOVE "ECRITURE REFERENCE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "INVENTAIRE" TO journalFichier
                        MOVE "ECRITURE" TO journalOperation
                        MOVE fi_titre TO journalCle
                        MOVE SPACES TO journalAvant
                        MOVE tamp_finventaire TO journalApres
                        PERFORM JOURNALISER
                    NOT INVALID KEY
                        MOVE tamp_finventaire TO journalAvant
                        ADD salonQte TO fi_quantite
                        REWRITE tamp_finventaire
                         INVALID KEY
                           DISPLAY "Erreur de maj du stock"
                        END-REWRITE
                        MOVE cr_finventaire TO statutFichierOp
                        MOVE "ENTREE STOCK SALON"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "INVENTAIRE" TO journalFichier
                        MOVE "MAJ" TO journalOperation
                        MOVE fi_titre TO journalCle
                        MOVE tamp_finventaire TO journalApres
                        PERFORM JOURNALISER
                END-READ
                CLOSE finventaire.

        *>Trace le mouvement de stock entre la boutique et le salon
        *>(salonOrigine vers salonDest) comme un transfert reçu le
        *>jour même : le stock ne passe pas par une réserve
        TRACER_TRANSFERT_SALON.
                MOVE "TRANSFERT" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO tf_id
                MOVE titreOuEan TO tf_titreComics
                MOVE salonQte TO tf_quantite
                MOVE salonOrigine TO tf_siteOrigine
                MOVE salonDest TO tf_siteDest
                MOVE dateTri TO tf_dateEnvoi
                MOVE dateTri TO tf_dateReception
                MOVE 1 TO tf_statut
                OPEN I-O ftransferts
                WRITE tamp_ftransfert
                END-WRITE
                MOVE cr_ftransferts TO statutFichierOp
                MOVE "ECRITURE TRANSFERT" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE ftransferts.

        *>Cumule la quantité allouée sur la ligne du titre, créée à
        *>la première allocation
        NOTER_ALLOCATION_SALON.
                MOVE 0 TO salonLigneMax
                MOVE 0 TO salonOk
                OPEN I-O fsalons
                MOVE salonId TO sl_id
                MOVE 0 TO sl_ligne
                START fsalons KEY IS NOT LESS THAN sl_cle
                    INVALID KEY MOVE 0 TO salonFin
                    NOT INVALID KEY MOVE 1 TO salonFin
                END-START
                PERFORM UNTIL salonFin = 0
                    READ fsalons NEXT WITH LOCK
                    AT END MOVE 0 TO salonFin
                    NOT AT END
                        IF sl_id NOT = salonId THEN
                            MOVE 0 TO salonFin
                        ELSE
                            MOVE sl_ligne TO salonLigneMax
                            IF sl_ligne > 0 AND
                               sl_titre = titreOuEan THEN
                                ADD salonQte TO sl_qteSortie
                                REWRITE tamp_fsalon
                                END-REWRITE
                                MOVE 1 TO salonOk
                                MOVE 0 TO salonFin
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                IF salonOk = 0 THEN
                    MOVE salonId TO sl_id
                    COMPUTE sl_ligne = salonLigneMax + 1
                    MOVE salonNom TO sl_nom
                    MOVE salonSite TO sl_site
                    MOVE salonBoutique TO sl_siteBoutique
                    MOVE salonDebut TO sl_dateDebut
                    MOVE salonDateFin TO sl_dateFin
                    MOVE 0 TO sl_frais
                    MOVE 0 TO sl_statut
                    MOVE 0 TO sl_dateCloture
                    MOVE titreOuEan TO sl_titre
                    MOVE salonQte TO sl_qteSortie
                    MOVE 0 TO sl_qteVendue
                    MOVE 0 TO sl_qteRapportee
                    WRITE tamp_fsalon
                    END-WRITE
                END-IF
                MOVE cr_fsalons TO statutFichierOp
                MOVE "MAJ LIGNE SALON" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fsalons.

        *>Fait travailler ce poste (le portable du stand) sur le
        *>site du salon jusqu'au retour à la boutique : ventes,
        *>stock et caisse sont ceux du salon, et la session de
        *>caisse du salon est ouverte si elle ne l'est pas encore
        TENIR_CAISSE_SALON.
                IF salonPosteBoutique NOT = 0 THEN
                    DISPLAY "Ce poste tient deja le site ", siteLocal,
                        " : revenez d'abord a la boutique"
                ELSE
                    DISPLAY "Numero du salon ?"
                    ACCEPT salonId
                    PERFORM CHARGER_SALON
                    IF salonTrouve = 1 AND salonStatut NOT = 0 THEN
                        DISPLAY "Ce salon est cloture"
                        MOVE 0 TO salonTrouve
                    END-IF
                    IF salonTrouve = 1 THEN
                        MOVE siteLocal TO salonPosteBoutique
                        MOVE salonSite TO siteLocal
                        DISPLAY "Ce poste travaille pour le salon ",
                            salonNom
                        DISPLAY "  (site ", siteLocal, ") : ventes, ",
                            "stock et caisse du salon"
                        PERFORM CHERCHER_SESSION_CAISSE
                        IF caisseOuverte = 0 THEN
                            DISPLAY "Ouverture de la caisse du salon"
                            PERFORM OUVRIR_CAISSE
                        END-IF
                    END-IF
                END-IF.

        *>Rend le poste à sa boutique : la caisse du salon doit
        *>être clôturée d'abord (elle l'est ici si on le demande)
        QUITTER_CAISSE_SALON.
                IF salonPosteBoutique = 0 THEN
                    DISPLAY "Ce poste travaille deja pour sa ",
                        "boutique (site ", siteLocal, ")"
                ELSE
                    PERFORM CHERCHER_SESSION_CAISSE
                    IF caisseOuverte = 1 THEN
                        DISPLAY "La caisse du salon est ouverte : ",
                            "la cloturer maintenant (1=oui, 2=non) ?"
                        ACCEPT choixAutreLigne
                        IF choixAutreLigne = 1 THEN
                            PERFORM CLOTURE_CAISSE
                            PERFORM CHERCHER_SESSION_CAISSE
                        END-IF
                    END-IF
                    IF caisseOuverte = 1 THEN
                        DISPLAY "Le poste reste sur le salon"
                    ELSE
                        MOVE salonPosteBoutique TO siteLocal
                        MOVE 0 TO salonPosteBoutique
                        DISPLAY "Retour a la boutique (site ",
                            siteLocal, ")"
                    END-IF
                END-IF.

        *>Clôture du salon, depuis la boutique : la caisse du salon
        *>doit être fermée ; pour chaque titre, les exemplaires
        *>rapportés sont comptés et comparés à sortis moins vendus,
        *>l'écart est constaté au stock du salon, le rapporté repart
        *>au rayon de la boutique et le salon est édité
        CLOTURER_SALON.
                DISPLAY "Numero du salon a cloturer ?"
                ACCEPT salonId
                PERFORM CHARGER_SALON
                IF salonTrouve = 1 AND salonStatut NOT = 0 THEN
                    DISPLAY "Ce salon est deja cloture"
                    MOVE 0 TO salonTrouve
                END-IF
                IF salonTrouve = 1 AND salonBoutique NOT = siteLocal
                THEN
                    DISPLAY "La cloture se fait depuis la boutique ",
                        "du salon (site ", salonBoutique, ")"
                    MOVE 0 TO salonTrouve
                END-IF
                IF salonTrouve = 1 THEN
                    PERFORM VERIFIER_CAISSE_SALON_FERMEE
                END-IF
                IF salonTrouve = 1 THEN
                    ACCEPT dateTri FROM DATE YYYYMMDD
                    PERFORM CHARGER_LIGNES_SALON
                    PERFORM CUMULER_VENTES_SALON
                    PERFORM VARYING salonIdx FROM 1 BY 1
                            UNTIL salonIdx > salonNbLignes
                        PERFORM RAPPROCHER_LIGNE_SALON
                    END-PERFORM
                    OPEN I-O fsalons
                    MOVE salonId TO sl_id
                    MOVE 0 TO sl_ligne
                    READ fsalons WITH LOCK KEY IS sl_cle
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE 1 TO sl_statut
                            MOVE dateTri TO sl_dateCloture
                            REWRITE tamp_fsalon
                            END-REWRITE
                    END-READ
                    MOVE cr_fsalons TO statutFichierOp
                    MOVE "CLOTURE SALON" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    CLOSE fsalons
                    MOVE 1 TO salonStatut
                    MOVE dateTri TO salonCloture
                    DISPLAY "Salon cloture, stock rapporte remis ",
                        "en rayon"
                    PERFORM EDITER_RAPPORT_SALON
                END-IF.

        *>Refuse la clôture tant qu'une session de caisse du site du
        *>salon est ouverte
        VERIFIER_CAISSE_SALON_FERMEE.
                OPEN INPUT fcaisse
                MOVE 1 TO salonFin
                PERFORM WITH TEST AFTER UNTIL salonFin = 0
                    READ fcaisse NEXT
                    AT END MOVE 0 TO salonFin
                    NOT AT END
                        IF cs_statut = 0 AND cs_site = salonSite THEN
                            DISPLAY "La session de caisse no ",
                                cs_session, " du salon est ouverte :",
                                " cloturez-la d'abord"
                            MOVE 0 TO salonTrouve
                        END-IF
                END-PERFORM
                CLOSE fcaisse.

        *>Charge les lignes du salon dans salonTable, avec le PMP
        *>de la fiche de la boutique pour le coût des ventes
        CHARGER_LIGNES_SALON.
                MOVE 0 TO salonNbLignes
                OPEN INPUT fsalons
                MOVE salonId TO sl_id
                MOVE 1 TO sl_ligne
                START fsalons KEY IS NOT LESS THAN sl_cle
                    INVALID KEY MOVE 0 TO salonFin
                    NOT INVALID KEY MOVE 1 TO salonFin
                END-START
                PERFORM UNTIL salonFin = 0
                    READ fsalons NEXT
                    AT END MOVE 0 TO salonFin
                    NOT AT END
                        IF sl_id NOT = salonId THEN
                            MOVE 0 TO salonFin
                        ELSE
                            IF salonNbLignes < 100 THEN
                                ADD 1 TO salonNbLignes
                                MOVE sl_titre
                                    TO st_titre(salonNbLignes)
                                MOVE sl_ligne
                                    TO st_ligne(salonNbLignes)
                                MOVE sl_qteSortie
                                    TO st_sortie(salonNbLignes)
                                MOVE 0 TO st_vendu(salonNbLignes)
                                MOVE sl_qteRapportee
                                    TO st_rapporte(salonNbLignes)
                                MOVE 0 TO st_ttc(salonNbLignes)
                                MOVE 0 TO st_ht(salonNbLignes)
                                MOVE 0 TO st_pmp(salonNbLignes)
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fsalons
                OPEN INPUT finventaire
                PERFORM VARYING salonIdx FROM 1 BY 1
                        UNTIL salonIdx > salonNbLignes
                    MOVE st_titre(salonIdx) TO fi_titre
                    MOVE salonBoutique TO fi_site
                    READ finventaire KEY IS fi_cleInv
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE fi_pmp TO st_pmp(salonIdx)
                    END-READ
                END-PERFORM
                CLOSE finventaire.

        *>Cumule les ventes encaissées sur le site du salon depuis
        *>son premier jour (clé fv_dateVente) : par titre alloué, et
        *>au total ; une vente d'un titre non alloué (fiche créée
        *>sur place) compte dans les totaux seulement ; le code de
        *>site d'un salon clos pouvant resservir, la lecture
        *>s'arrête alors à sa date de clôture
        CUMULER_VENTES_SALON.
                MOVE 0 TO salonTotalTTC
                MOVE 0 TO salonTotalHT
                MOVE 0 TO salonTotalCout
                MOVE 0 TO salonQteVendue
                OPEN INPUT fventes
                MOVE salonDebut TO fv_dateVente
                START fventes KEY IS NOT LESS THAN fv_dateVente
                    INVALID KEY MOVE 0 TO salonFin
                    NOT INVALID KEY MOVE 1 TO salonFin
                END-START
                PERFORM UNTIL salonFin = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO salonFin
                    NOT AT END
                        IF salonStatut = 1 AND
                           fv_dateVente > salonCloture THEN
                            MOVE 0 TO salonFin
                        ELSE
                            IF fv_site = salonSite AND
                               (fv_statut = 0 OR fv_statut = 2) THEN
                                PERFORM CUMULER_VENTE_SALON
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fventes.

        CUMULER_VENTE_SALON.
                COMPUTE venteMontantTotal = fv_prixVente * fv_quantite
                ADD venteMontantTotal TO salonTotalTTC
                ADD fv_montantHT TO salonTotalHT
                ADD fv_quantite TO salonQteVendue
                PERFORM VARYING salonIdx FROM 1 BY 1
                        UNTIL salonIdx > salonNbLignes
                           OR st_titre(salonIdx) = fv_titreComics
                    CONTINUE
                END-PERFORM
                IF salonIdx NOT > salonNbLignes THEN
                    ADD fv_quantite TO st_vendu(salonIdx)
                    ADD venteMontantTotal TO st_ttc(salonIdx)
                    ADD fv_montantHT TO st_ht(salonIdx)
                    COMPUTE salonTotalCout = salonTotalCout +
                        fv_quantite * st_pmp(salonIdx)
                END-IF.

        *>Rapproche une ligne : rapporté compté, écart constaté au
        *>stock du salon (perte en motif vol, surplus en erreur de
        *>saisie), retour au rayon de la boutique
        RAPPROCHER_LIGNE_SALON.
                COMPUTE salonAttendu = st_sortie(salonIdx)
                    - st_vendu(salonIdx)
                IF salonAttendu < 0 THEN
                    MOVE 0 TO salonAttendu
                END-IF
                DISPLAY st_titre(salonIdx), " : sortis ",
                    st_sortie(salonIdx), ", vendus ",
                    st_vendu(salonIdx), ", attendus ", salonAttendu
                MOVE 0 TO salonQte
                DISPLAY "Exemplaires rapportes ?"
                ACCEPT salonQte
                MOVE salonQte TO st_rapporte(salonIdx)
                MOVE st_titre(salonIdx) TO titreOuEan
                OPEN I-O finventaire
                MOVE titreOuEan TO fi_titre
                MOVE salonSite TO fi_site
                MOVE 0 TO salonEcart
                MOVE 0 TO salonFicheLue
                READ finventaire WITH LOCK KEY IS fi_cleInv
                    INVALID KEY
                        DISPLAY "Fiche du salon introuvable"
                    NOT INVALID KEY
                        MOVE 1 TO salonFicheLue
                        MOVE tamp_finventaire TO journalAvant
                        MOVE fi_quantite TO mv_rayonAvant
                        MOVE fi_qteReserve TO mv_reserveAvant
                        COMPUTE salonEcart = salonQte - fi_quantite
                        MOVE 0 TO fi_quantite
                        REWRITE tamp_finventaire
                         INVALID KEY
                           DISPLAY "Erreur de maj du stock"
                        END-REWRITE
                        MOVE cr_finventaire TO statutFichierOp
                        MOVE "RETOUR STOCK SALON"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "INVENTAIRE" TO journalFichier
                        MOVE "MAJ" TO journalOperation
                        MOVE fi_titre TO journalCle
                        MOVE tamp_finventaire TO journalApres
                        PERFORM JOURNALISER
                END-READ
                IF cr_finventaire = 51 THEN
                    DISPLAY "Fiche du salon occupee par une autre ",
                        "caisse, ecart non constate"
                END-IF
                CLOSE finventaire
                IF salonFicheLue = 1 AND salonEcart NOT = 0 THEN
                    MOVE "MOUVEMENT" TO cptCle
                    PERFORM PROCHAIN_ID_COMPTEUR
                    MOVE cptValeur TO mv_id
                    MOVE dateTri TO mv_date
                    MOVE titreOuEan TO mv_titreComics
                    MOVE salonQte TO mv_rayonCompte
                    MOVE 0 TO mv_reserveCompte
                    MOVE salonEcart TO mv_ecart
                    IF salonEcart < 0 THEN
                        MOVE 2 TO mv_motif
                    ELSE
                        MOVE 3 TO mv_motif
                    END-IF
                    MOVE operateurConnecte TO mv_operateur
                    MOVE salonSite TO mv_site
                    OPEN I-O fmouvements
                    WRITE tamp_fmouvement
                    END-WRITE
                    MOVE cr_fmouvements TO statutFichierOp
                    MOVE "ECRITURE MOUVEMENT" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    CLOSE fmouvements
                END-IF
                IF salonQte > 0 THEN
                    OPEN I-O finventaire
                    MOVE titreOuEan TO fi_titre
                    MOVE salonBoutique TO fi_site
                    READ finventaire WITH LOCK KEY IS fi_cleInv
                        INVALID KEY
                            DISPLAY "Fiche de la boutique introuvable"
                        NOT INVALID KEY
                            MOVE tamp_finventaire TO journalAvant
                            ADD salonQte TO fi_quantite
                            REWRITE tamp_finventaire
                             INVALID KEY
                               DISPLAY "Erreur de maj du stock"
                            END-REWRITE
                            MOVE cr_finventaire TO statutFichierOp
                            MOVE "RETOUR STOCK SALON"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            MOVE "INVENTAIRE" TO journalFichier
                            MOVE "MAJ" TO journalOperation
                            MOVE fi_titre TO journalCle
                            MOVE tamp_finventaire TO journalApres
                            PERFORM JOURNALISER
                    END-READ
                    CLOSE finventaire
                    MOVE salonSite TO salonOrigine
                    MOVE salonBoutique TO salonDest
                    PERFORM TRACER_TRANSFERT_SALON
                END-IF
                OPEN I-O fsalons
                MOVE salonId TO sl_id
                MOVE st_ligne(salonIdx) TO sl_ligne
                READ fsalons WITH LOCK KEY IS sl_cle
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE st_vendu(salonIdx) TO sl_qteVendue
                        MOVE salonQte TO sl_qteRapportee
                        REWRITE tamp_fsalon
                        END-REWRITE
                END-READ
                MOVE cr_fsalons TO statutFichierOp
                MOVE "MAJ LIGNE SALON" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fsalons.

        *>Rapport d'un salon, en cours ou clôturé
        RAPPORT_SALON.
                DISPLAY "Numero du salon ?"
                ACCEPT salonId
                PERFORM CHARGER_SALON
                IF salonTrouve = 1 THEN
                    PERFORM CHARGER_LIGNES_SALON
                    PERFORM CUMULER_VENTES_SALON
                    PERFORM EDITER_RAPPORT_SALON
                END-IF.

        *>Edite salon.txt : par titre sorti, vendu, rapporté et
        *>écart (à la clôture), CA et marge ; puis le CA du salon,
        *>le coût des ventes au PMP, la marge brute, les frais et
        *>le résultat du salon
        EDITER_RAPPORT_SALON.
                MOVE "salon.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE SPACES TO rapportTitre
                STRING "SALON " DELIMITED BY SIZE
                    salonNom DELIMITED BY "  "
                    " DU " DELIMITED BY SIZE
                    salonDebut DELIMITED BY SIZE
                    " AU " DELIMITED BY SIZE
                    salonDateFin DELIMITED BY SIZE
                    INTO rapportTitre
                END-STRING
                MOVE "TITRE SORTIS VENDUS RAPPORTES ECART CA TTC MARGE"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                PERFORM VARYING salonIdx FROM 1 BY 1
                        UNTIL salonIdx > salonNbLignes
                    PERFORM EDITER_LIGNE_SALON
                END-PERFORM
                COMPUTE salonMarge = salonTotalHT - salonTotalCout
                COMPUTE salonResultat = salonMarge - salonFrais
                MOVE salonTotalTTC TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "Recettes du salon : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR TTC pour " DELIMITED BY SIZE
                    salonQteVendue DELIMITED BY SIZE
                    " exemplaire(s)" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE salonTotalHT TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "Chiffre d'affaires HT : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE salonTotalCout TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "Cout des ventes (PMP) : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE salonMarge TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Marge brute : " DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE salonFrais TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "Frais du salon : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE salonResultat TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Resultat du salon : " DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                MOVE salonResultat TO montantEditeSigne
                DISPLAY "Resultat du salon : ", montantEditeSigne,
                    " EUR"
                DISPLAY "Rapport ecrit dans ", nomRapport.

        EDITER_LIGNE_SALON.
                COMPUTE salonMarge = st_ht(salonIdx) -
                    st_vendu(salonIdx) * st_pmp(salonIdx)
                MOVE st_ttc(salonIdx) TO montantEdite
                MOVE salonMarge TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                IF salonStatut = 1 THEN
                    COMPUTE salonEcart = st_rapporte(salonIdx) -
                        (st_sortie(salonIdx) - st_vendu(salonIdx))
                    STRING st_titre(salonIdx) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        st_sortie(salonIdx) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        st_vendu(salonIdx) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        st_rapporte(salonIdx) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        salonEcart DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        montantEdite DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        montantEditeSigne DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                ELSE
                    STRING st_titre(salonIdx) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        st_sortie(salonIdx) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        st_vendu(salonIdx) DELIMITED BY SIZE
                        " (en cours) " DELIMITED BY SIZE
                        montantEdite DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        montantEditeSigne DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                END-IF
                PERFORM ECRIRE_LIGNE_EDITION.

        *>Liste les salons (entêtes) avec leur état
        LISTER_SALONS.
                OPEN INPUT fsalons
                MOVE 1 TO salonFin
                PERFORM WITH TEST AFTER UNTIL salonFin = 0
                    READ fsalons NEXT
                    AT END MOVE 0 TO salonFin
                    NOT AT END
                        IF sl_ligne = 0 THEN
                            DISPLAY "Salon no ", sl_id, " : ", sl_nom
                            DISPLAY "  site ", sl_site, " du ",
                                sl_dateDebut, " au ", sl_dateFin
                            IF sl_statut = 0 THEN
                                DISPLAY "  OUVERT"
                            ELSE
                                DISPLAY "  cloture le ",
                                    sl_dateCloture
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fsalons.
