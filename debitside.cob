%^	through X900 like any other debit party error, so the wire lands
%^	in repair for a supervisor decision.
%^
%^ R. Iverson	03-Aug-2010	CR13192
%^	Added X997_CHECK_PAYEE to DEBITSIDE_LOOKUP, performed from
%^	A100_MAIN for resolved payments: confirmation of payee.  When the
%^	credit party id resolves to an address on our own REL file, the
%^	message's beneficiary name is scored against the address name
%^	using the X800_NORMALIZE_NAME fold from ACCT_LOOKUP (share of
%^	significant words in common).  Armed by GCV_PAYEE_CHK; the
%^	GCV_PAYEE_PASS_PCT/GCV_PAYEE_HOLD_PCT band passes, warns through
%^	X920, or ("B" only) holds through X900.  Every scored wire is
%^	logged to PAYEE_CHECK_LOG for the RPT_PAYEE_CHECK report.
%^
%^ R. Iverson	10-Aug-2010	CR13195
%^	Added X986_CHECK_REPET_LIMITS to DEBITSIDE_LOOKUP, performed from
%^	A100_MAIN for repetitive lookups ahead of X985_LOG_REPET_USAGE:
%^	a repetitive may now carry a per-use ceiling, an allowed currency,
%^	and a locked credit party (REPET_LIMIT_QUE, loaded by the new
%^	REPET_LIMIT_LOAD utility).  A breach fails the wire to repair
%^	through X900 with a memo naming the limit and is written to
%^	REPET_BREACH_LOG.  RPT_REPET_NOLIMIT lists the repetitives that
%^	have no limits on file.
%^
%^ R. Iverson	24-Aug-2010	CR13201
%^	Future value-dated payment warehouse.  With GCV_VALDATE_WHSE = "Y"
%^	a payment whose debit value date is after today is no longer
%^	failed by C490_CHECK_CUTOFF's cutoff and holiday checks (they are
%^	deferred to the value date); once fully resolved it is parked by
%^	the new X988_CHECK_WAREHOUSE in VALDATE_WHSE_QUE (keyed value
%^	date + TRN, riding the message commit) and held in repair with a
%^	warehouse memo.  The new VALDATE_RELEASE batch re-checks the
%^	holiday calendar on the value date, rolls holidays forward per
%^	the currency's rule, and re-resolves the due wires into normal
%^	processing; RPT_VALDATE_WHSE is the warehouse inventory.
%^
%^ R. Iverson	31-Aug-2010	CR13204
%^	Fedwire participant eligibility.  The new D640_CHECK_FED_ELIG
%^	checks an ABA against FED_PARTICIPANT_DIR (kept by the new
%^	FED_DIR_LOAD batch from the Fed's directory file): not on the
%^	directory, not funds-transfer eligible, or settlement-only each
%^	gets its own memo.  Performed for the ABA D620_SWIFT_TO_ABA
%^	derives, for the ABA D630_ABA_TO_SWIFT is given, and for a
%^	payment's credit party ABA (the new X989_CHECK_CDT_ABA).  Armed
%^	by GCV_FED_DIR_CHK: spaces = off, "W" = warn through X920,
%^	"B" = fail through X900.
%^
%^ R. Iverson	07-Sep-2010	CR13207
%^	Wire fee accrual.  The new X984_ACCRUE_FEE prices each payment
%^	that resolves clean from the FEE_SCHEDULE_QUE fee schedule
%^	(loaded by the new FEE_SCHED_LOAD; keyed bank, wire type,
%^	source and the Special_fee_key passed to Set_debit_account,
%^	with "*" fallbacks; flat plus tiered amounts) and writes the
%^	charge to FEE_ACCRUAL_LOG, riding the message commit.  A rerun
%^	reprices its own entry in place.  The month-end
%^	FEE_ANALYSIS_STMT builds the customer account analysis
%^	statements and the billing file from the log.
%^
%^ R. Iverson	21-Sep-2010	CR13213
%^	Travel Rule completeness.  The new X983_CHECK_TRAVEL_RULE checks
%^	a resolved payment at or over GCV_TRAVEL_RULE_AMT (default 3000)
%^	for originator name, address and account (the ORP, else the
%^	debit party) and beneficiary name and account (the BNP, else
%^	the credit party).  Armed by GCV_TRAVEL_RULE_CHK: spaces = off,
%^	"W" = warn through X920, "B" = hold through X900 unless the
%^	source is overridden by an OVERRIDE:<src>: item in the bank's
%^	TRAVEL_RULE_TABLES.  Each incomplete wire is logged to
%^	TRAVEL_RULE_LOG for the new RPT_TRAVEL_RULE report.
%^
%^ R. Iverson	05-Oct-2010	CR13219
%^	Investigation cases.  The sanctions flag (C460), duplicate
%^	payment (X990), first-time beneficiary (X995), callback hold
%^	(X996) and daylight exposure breach (C575, both account
%^	modules) alerts now also open a case on INV_CASE_QUE through
%^	the new cohabiting DEBIT_OPEN_CASE routine, for the MENU_INV
%^	screen and the RPT_INV_CASE_AGING report.
%^
%^ R. Iverson	19-Oct-2010	CR13225
%^	Reference-data retry list.  The new X981_TRACK_RETRY lists a
%^	wire DEBITSIDE_LOOKUP leaves in repair for a reference-data
%^	reason (ambiguous party, debit party not on file, no debit
%^	account, no BIC for a BCC) on RESOLVE_RETRY_QUE for the new
%^	RESOLVE_SWEEP batch, and marks it cleared when a later
%^	resolution comes out clean.
%^
%^ R. Iverson	26-Oct-2010	CR13228
%^	UETR tracking.  A keyed wire with no UETR is given one on its
%^	first resolution (UETR_ASSIGN), and a clean resolution stamps
%^	the debit-resolved milestone on the UETR_INDEX (the new
%^	X982_UETR_MILESTONE).
%^
%^ R. Iverson	14-Dec-2010	CR13249
%^	SWIFT RMA check.  The new X991_CHECK_RMA checks a payment whose
%^	credit party is advised by SWIFT against the RMA authorizations
%^	in SWIFT_RMA_AUTH (kept by the new RMA_AUTH_LOAD batch from the
%^	RMA export): no authorization, a revoked one, one not in force
%^	today, or one that does not cover the message category each
%^	gets its own memo.  Armed by GCV_SWIFT_RMA_CHK: spaces = off,
%^	"W" = warn through X920, "B" = hold through X900.  Each such
%^	wire is logged to RMA_CHECK_LOG for the new RPT_RMA_MISSING.
%^
%^ R. Iverson	21-Dec-2010	CR13252
%^	Watch-list re-screen.  The new WATCH_RESCREEN batch re-screens
%^	every REL address and stored repetitive after each watch-list
%^	release and suspends, on REPET_SUSPEND, each repetitive that
%^	references a blocked party.  The new X992_CHECK_REPET_SUSP fails
%^	a repetitive lookup to repair while its suspension stands; the
%^	MENU_INV clearing of the case lifts it.
%^
%^ R. Iverson	28-Dec-2010	CR13255
%^	Liquidity-saving mode.  Under GCV_LIQ_SAVE_MODE = "Y" the new
%^	X993_CHECK_LIQUIDITY parks a payment on LIQ_QUEUE, and holds it
%^	in repair, while its bank/currency position (kept on
%^	LIQ_POSITION by INTRADAY_POS_MON) is over its limit or others
%^	are already parked, unless LIQUIDITY_TABLES names it a priority
%^	payment.  The new LIQ_RELEASE batch releases parked wires as the
%^	position recovers; the new MENU_LIQ screen works them by hand.
%^
%^ R. Iverson	11-Jan-2011	CR13261
%^	Cover matching.  The new COVER_MATCH batch pairs underlying
%^	customer transfers with their covers and marks an underlying
%^	whose cover has not arrived by the currency cutoff held on
%^	COVER_MATCH_QUE.  Under GCV_COVER_HOLD = "Y" the new
%^	X994_CHECK_COVER fails such an underlying to repair until its
%^	cover is matched.
%^
%^ R. Iverson	25-Jan-2011	CR13266
%^	D640_CHECK_FED_ELIG keeps its result for an ABA already checked
%^	in the resolution, so a credit party ABA that the debit side
%^	already found ineligible still fails X989_CHECK_CDT_ABA.
%^
%^ End Revision History
%^******************************************************************************
%^	D600_MATCH_IDS_TO_REL  Matches lower debit party id's to REL address
%^	D620_SWIFT_TO_ABA    Uses lower credit party SWIFT ID as index to XREF
%^	D630_ABA_TO_SWIFT    Uses lower party ABA as index to reverse XREF
%^	D640_CHECK_FED_ELIG  Checks an ABA against the Fedwire directory
%^      X900_ERROR_MEMO	     Writes an error or warning memo.
%^	X920_INFO_MEMO	     Writes an informational memo.
%^	X940_TAKEOUT_GARBAGE Checks a debit party id for garbage and format.
%^	X950_CHECK_ACCOUNT   Calls CHKDGT_EDIT to check an account ID.
%^	X960_SHUFFLE_IDS     Shuffles multiple ID's into standard order
%^	X983_CHECK_TRAVEL_RULE Checks originator/beneficiary completeness
%^	X983_TEST_FIELD	     Notes one required Travel Rule field if blank
%^	X984_ACCRUE_FEE	     Prices a completed payment into the fee accrual log
%^	X984_FIND_SCHED	     Finds the fee schedule entry for one fallback key
%^	X986_CHECK_REPET_LIMITS Enforces a repetitive's ceiling/currency/lock
%^	X987_REPET_BREACH    Memos and logs one repetitive limit breach
%^	X988_CHECK_WAREHOUSE Parks a future value-dated payment
%^	X988_IS_FUTURE	     Decides whether the value date is warehouse-bound
%^	X989_CHECK_CDT_ABA   Checks a payment's credit party ABA with D640
%^	X991_CHECK_RMA	     Checks a SWIFT-bound payment's receiver for an RMA
%^	X992_CHECK_REPET_SUSP Refuses a repetitive suspended by the re-screen
%^	X993_CHECK_LIQUIDITY Parks a payment while its position is over limit
%^	X993_FIND_EXEMPT     Finds a payment's LIQUIDITY_TABLES priority
%^	X993_PROBE_EXEMPT    Reads one LIQUIDITY_TABLES EXEMPT: item
%^	X994_CHECK_COVER     Holds an underlying whose cover is overdue
%^	X997_CHECK_PAYEE     Scores credit party name against its REL address
%^	X997_FOLD_NAME	     Folds a name into significant normalized words
%^	X997_PROBE_WORD	     Looks for a folded word in the on-file name
%^                                                                            *
%^*****************************************************************************
%^ Macro definitions.
Dsid_aux_index:		que( %`SBJ_DD_PATH:REL_NAME_INDEX.DDF`);
Dsid_aba_nobic_log:	que( %`SBJ_DD_PATH:ABA_NOBIC_LOG.DDF`);
Dsid_nobic_conn_wf:	Boolean;

%^ Wire fee accrual - see X984_ACCRUE_FEE.
Dsid_fee_sched_que:	que( %`SBJ_DD_PATH:FEE_SCHEDULE_QUE.DDF`);
Dsid_fee_log:		que( %`SBJ_DD_PATH:FEE_ACCRUAL_LOG.DDF`);
Dsid_fee_sched_conn_wf:	Boolean;
Dsid_fee_log_conn_wf:	Boolean;
Dsid_fee_found_wf:	Boolean;
Dsid_fee_try_ws:	long;
Dsid_fee_fkey_ws:	str(1);
Dsid_fee_key_ws:	vstr(14);
Dsid_fee_cat_ws:	str(4);
Dsid_fee_amt_ws:	amount;
Dsid_fee_trn_ws:	vstr(16);
Dsid_fee_acct_ws:	vstr(34);
Dsid_fee_date_ws:	str(8);

%^ Travel Rule completeness - see X983_CHECK_TRAVEL_RULE.  Every
%^ incomplete payment is logged to TRAVEL_RULE_LOG, keyed by TRN, for
%^ the RPT_TRAVEL_RULE daily report.
Dsid_trv_log:		que( %`SBJ_DD_PATH:TRAVEL_RULE_LOG.DDF`);
Dsid_trv_conn_wf:	Boolean;
Dsid_trv_flag_ws:	str(1);
Dsid_trv_amt_ws:	amount;
Dsid_trv_trn_ws:	vstr(16);
Dsid_trv_fld_ws:	vstr(64);
Dsid_trv_label_ws:	vstr(20);
Dsid_trv_missing_ws:	vstr(96);
Dsid_trv_prev_ws:	vstr(96);
Dsid_trv_outcome_ws:	str(1);
Dsid_trv_bank_ws:	str(3);
Dsid_trv_src_ws:	str(3);

%^ Investigation cases - see DEBIT_OPEN_CASE.  Every payment risk alert
%^ raised here opens a case on INV_CASE_QUE for the MENU_INV screen.
Dsid_case_que:		que( %`SBJ_DD_PATH:INV_CASE_QUE.DDF`);
Dsid_case_log:		que( %`SBJ_DD_PATH:INV_CASE_LOG.DDF`);
Dsid_case_conn_wf:	Boolean;
Dsid_case_trn_ws:	vstr(16);
Dsid_case_key_ws:	vstr(24);
Dsid_case_type_ws:	str(4);
Dsid_case_text_ws:	str(80);
Dsid_case_opr_ws:	vstr(12);
Dsid_case_amt_ws:	amount;

%^ Reference-data retry list - see X981_TRACK_RETRY.  A wire left in
%^ repair for a reference-data reason is listed on RESOLVE_RETRY_QUE,
%^ keyed by TRN, for the RESOLVE_SWEEP batch.
Dsid_rtry_que:		que( %`SBJ_DD_PATH:RESOLVE_RETRY_QUE.DDF`);
Dsid_rtry_conn_wf:	Boolean;
Dsid_rtry_acct_wf:	Boolean;
Dsid_rtry_trn_ws:	vstr(16);
Dsid_rtry_reason_ws:	str(4);

%^ UETR tracking - see X982_UETR_MILESTONE.
Dsid_uetr_x_ws:		str(36);
Dsid_uetr_trn_ws:	str(16);
Dsid_uetr_bank_ws:	str(3);
Dsid_uetr_info_ws:	str(40);

%^ SWIFT RMA authorization - see X991_CHECK_RMA.  Every SWIFT-bound
%^ payment to a receiver we hold no RMA authorization for is logged to
%^ RMA_CHECK_LOG, keyed by TRN, for the RPT_RMA_MISSING daily report.
Dsid_rma_que:		que( %`SBJ_DD_PATH:SWIFT_RMA_AUTH.DDF`);
Dsid_rma_log:		que( %`SBJ_DD_PATH:RMA_CHECK_LOG.DDF`);
Dsid_rma_conn_wf:	Boolean;
Dsid_rma_log_conn_wf:	Boolean;
Dsid_rma_flag_ws:	str(1);
Dsid_rma_idtype_ws:	str(1);
Dsid_rma_id_ws:		vstr(64);
Dsid_rma_bic_ws:	str(11);
Dsid_rma_key_ws:	str(11);
Dsid_rma_cat_ws:	str(1);
Dsid_rma_cnt_ws:	long;
Dsid_rma_today_ws:	str(8);
Dsid_rma_reason_ws:	vstr(48);
Dsid_rma_outcome_ws:	str(1);
Dsid_rma_trn_ws:	vstr(16);
Dsid_rma_bank_ws:	str(3);

%^ Fedwire participant eligibility - see D640_CHECK_FED_ELIG.
Dsid_fed_dir_que:	que( %`SBJ_DD_PATH:FED_PARTICIPANT_DIR.DDF`);
Dsid_fed_conn_wf:	Boolean;
Dsid_fed_flag_ws:	str(1);
Dsid_fed_aba_ws:	str(9);
Dsid_fed_last_aba_ws:	str(9);
Dsid_fed_party_ws:	vstr(24);
Dsid_fed_reason_ws:	vstr(48);
Dsid_fed_failed_wf:	Boolean;
Dsid_fed_idtype_ws:	str(1);
Dsid_fed_id_ws:		vstr(64);
Dsid_repet_usage:	que( %`SBJ_DD_PATH:REPET_USAGE_LOG.DDF`);
Dsid_rep_key_ws:	vstr(40);
Dsid_usage_conn_wf:	Boolean;

%^ Per-repetitive limits - see X986_CHECK_REPET_LIMITS.  The optional
%^ ceiling, currency, and locked credit party for each repetitive live
%^ in REPET_LIMIT_QUE (loaded by REPET_LIMIT_LOAD), keyed the way
%^ REPET_USAGE is; breaches are logged to REPET_BREACH_LOG.
Dsid_rlim_que:		que( %`SBJ_DD_PATH:REPET_LIMIT_QUE.DDF`);
Dsid_rlim_log:		que( %`SBJ_DD_PATH:REPET_BREACH_LOG.DDF`);
Dsid_rlim_conn_wf:	Boolean;
Dsid_rlim_log_conn_wf:	Boolean;
Dsid_rlim_trn_ws:	vstr(16);
Dsid_rlim_type_ws:	str(8);
Dsid_rlim_cdt_ws:	vstr(64);
Dsid_rlim_lock_cdt_ws:	vstr(64);
Dsid_rlim_logged_wf:	Boolean;

%^ Watch-list suspensions - see X992_CHECK_REPET_SUSP.  WATCH_RESCREEN
%^ suspends a repetitive referencing a blocked party on REPET_SUSPEND,
%^ keyed the way REPET_USAGE is; MENU_INV lifts it on clearing.
Dsid_rsus_que:		que( %`SBJ_DD_PATH:REPET_SUSPEND.DDF`);
Dsid_rsus_conn_wf:	Boolean;

%^ Liquidity-saving queue - see X993_CHECK_LIQUIDITY.  INTRADAY_POS_MON
%^ keeps each bank/currency position on LIQ_POSITION (keyed bank:ccy);
%^ a payment parked while its position is over the limit goes on
%^ LIQ_QUEUE, keyed by TRN, for LIQ_RELEASE and the MENU_LIQ screen,
%^ and every park is written to LIQ_ACTION_LOG.
Dsid_liq_pos_que:	que( %`SBJ_DD_PATH:LIQ_POSITION.DDF`);
Dsid_liq_que:		que( %`SBJ_DD_PATH:LIQ_QUEUE.DDF`);
Dsid_liq_log:		que( %`SBJ_DD_PATH:LIQ_ACTION_LOG.DDF`);
Dsid_liq_pos_conn_wf:	Boolean;
Dsid_liq_conn_wf:	Boolean;
Dsid_liq_log_conn_wf:	Boolean;
Dsid_liq_flag_ws:	str(1);
Dsid_liq_bank_ws:	str(3);
Dsid_liq_ccy_ws:	str(3);
Dsid_liq_pos_key_ws:	vstr(8);
Dsid_liq_trn_ws:	vstr(16);
Dsid_liq_today_ws:	str(8);
Dsid_liq_hhmm_ws:	str(4);
Dsid_liq_stamp_ws:	str(12);
Dsid_liq_prio_ws:	str(1);
Dsid_liq_cutoff_ws:	str(4);
Dsid_liq_parked_ws:	long;
Dsid_liq_tag_ws:	vstr(64);
Dsid_liq_cfg_key_ws:	vstr(80);
Dsid_liq_exempt_ws:	vstr(16);

%^ Cover hold - see X994_CHECK_COVER.  COVER_MATCH keeps every
%^ underlying and cover it has seen on COVER_MATCH_QUE, keyed by TRN.
Dsid_cov_que:		que( %`SBJ_DD_PATH:COVER_MATCH_QUE.DDF`);
Dsid_cov_conn_wf:	Boolean;
Dsid_cov_flag_ws:	str(1);
Dsid_cov_trn_ws:	vstr(16);

%^ First-time beneficiary check - see X995_CHECK_FIRST_BENEF.  Reads
%^ the same DUP_PAY_INDEX fingerprints X990 maintains.
Dsid_fb_flag_ws:	str(1);
Dsid_cbv_trn_ws:	vstr(16);
Dsid_cbv_entered_ws:	vstr(12);

%^ Confirmation of payee - see X997_CHECK_PAYEE.  Every scored credit
%^ party is logged to PAYEE_CHECK_LOG, keyed by TRN, for the
%^ RPT_PAYEE_CHECK end-of-day report.  The address the credit party
%^ resolves to is parked in Dsid_cop_sav_adr_set while we look, so
%^ Relget_adr_set comes back to the caller as the debit side left it.
Dsid_cop_log:		que( %`SBJ_DD_PATH:PAYEE_CHECK_LOG.DDF`);
Dsid_cop_conn_wf:	Boolean;
Dsid_cop_flag_ws:	str(1);
Dsid_cop_pass_ws:	long;
Dsid_cop_hold_ws:	long;
Dsid_cop_trn_ws:	vstr(16);
Dsid_cop_idtype_ws:	str(1);
Dsid_cop_id_ws:		vstr(64);
Dsid_cop_ovr:		str(1);
Dsid_cop_multi_ws:	str(1);
Dsid_cop_pend_del:	str(1);
Dsid_cop_ret_stat:	Boolean;
Dsid_cop_sav_adr_set:	set(    %`SBJ_DD_PATH:ADR_SET.DDF`);
Dsid_cop_sav_idtype:	str(1);
Dsid_cop_sav_msgcode:	vstr(80);
Dsid_cop_msg_name_ws:	vstr(64);
Dsid_cop_file_name_ws:	vstr(64);
Dsid_cop_in_ws:		str(64);
Dsid_cop_in_len_ws:	long;
Dsid_cop_idx_ws:	long;
Dsid_cop_char_ws:	str(1);
Dsid_cop_prev_ws:	str(1);
Dsid_cop_word_ws:	vstr(36);
Dsid_cop_probe_ws:	vstr(40);
Dsid_cop_fold_ws:	vstr(132);
Dsid_cop_words_ws:	long;
Dsid_cop_file_fold_ws:	vstr(132);
Dsid_cop_file_words_ws:	long;
Dsid_cop_probing_wf:	Boolean;
Dsid_cop_hits_ws:	long;
Dsid_cop_matched_ws:	long;
Dsid_cop_score_ws:	long;
Dsid_cop_outcome_ws:	str(1);

%^ Future value-date warehouse - see X988_CHECK_WAREHOUSE.
Dsid_whse_que:		que( %`SBJ_DD_PATH:VALDATE_WHSE_QUE.DDF`);
Dsid_whse_conn_wf:	Boolean;
Dsid_whse_checked_wf:	Boolean;
Dsid_whse_future_wf:	Boolean;
Dsid_whse_flag_ws:	str(1);
Dsid_whse_today_ws:	str(8);
Dsid_whse_vdate_ws:	str(8);
Dsid_whse_trn_ws:	vstr(16);
Dsid_whse_key_ws:	vstr(24);

%^ Cross-message duplicate payment check - see X990_CHECK_DUP_PAYMENT.
Dsid_dup_index:		que( %`SBJ_DD_PATH:DUP_PAY_INDEX.DDF`);
Dsid_dup_key_ws:	vstr(120);
	Set Failure_is in Dsid_gcheck_actodd to TRUE.
	Set Failure_is in Dsid_on_us_bnk_code to True.
	Set Failure_is in Dsid_cutoff_checked_wf to True.
	Set Failure_is in Dsid_whse_checked_wf to True.
	Set Failure_is in Dsid_rtry_acct_wf to True.
	Move SPACES to Dsid_rtry_reason_ws.

*  A keyed wire is given its UETR on its first resolution; a wire
*  created by IFML_GATEWAY or RETURN_WIRE_GEN already carries one.
	If Uetr of Ent_ftr_set = SPACES
	    Call "UETR_ASSIGN" using by content "KEY "
	END-IF.
	Move SPACES to Dsid_fed_last_aba_ws.
	Set Failure_is in Dsid_fed_failed_wf to TRUE.
	Move Spaces to dsid_orig_iban_ws.
        Set Debit_is in cst_party_usage to True.

		Set Failure_is in Debitside_look_status_ls to true
	    END-IF
	    Add Dsid_acct_errmemos to Error_memo_count_ls
	    Set Success_is in Dsid_rtry_acct_wf to TRUE
	ELSE
	    Move ZERO to Dsid_acct_errmemos
	    Move ZERO to Dsid_acct_nosusp
	END-IF.

%^ Travel Rule: a payment at or over the threshold must carry the
%^ originator's name, address and account and the beneficiary's name
%^ and account.  See X983_CHECK_TRAVEL_RULE.
	If (Success_is in Is_payment_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X983_CHECK_TRAVEL_RULE through
		    X983_CHECK_TRAVEL_RULE_END
	END-IF.

%^ A repetitive suspended by the watch-list re-screen may not be used
%^ until compliance clears its case.  See X992_CHECK_REPET_SUSP.
	If (Success_is in Is_rptv_lookup_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X992_CHECK_REPET_SUSP through
		    X992_CHECK_REPET_SUSP_END
	END-IF.

%^ A repetitive's own limits -- ceiling per use, allowed currency, and
%^ locked credit party -- are enforced first, so a breached use fails
%^ to repair and is not counted as a use.  See X986_CHECK_REPET_LIMITS.
	If (Success_is in Is_rptv_lookup_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X986_CHECK_REPET_LIMITS through
		    X986_CHECK_REPET_LIMITS_END
	END-IF.

%^ A repetitive that resolved gets its usage recorded.  The alloc
%^ rides the message's own commit, so only wires that actually commit
%^ count as uses and a simulation (which cancels) records nothing.
	    Perform X996_CHECK_CALLBACK through X996_CHECK_CALLBACK_END
	END-IF.

%^ Confirmation of payee: a payment crediting an account on our own REL
%^ file has the message's beneficiary name scored against the name on
%^ the owning address.  See X997_CHECK_PAYEE.
	If (Success_is in Is_payment_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X997_CHECK_PAYEE through X997_CHECK_PAYEE_END
	END-IF.

%^ A payment crediting a Fedwire routing number must credit an eligible
%^ participant.  See X989_CHECK_CDT_ABA.
	If (Success_is in Is_payment_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X989_CHECK_CDT_ABA through X989_CHECK_CDT_ABA_END
	END-IF.

%^ A payment going out over SWIFT must go to a receiver we hold an RMA
%^ authorization for, or the network refuses it after delivery.  See
%^ X991_CHECK_RMA.
	If (Success_is in Is_payment_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X991_CHECK_RMA through X991_CHECK_RMA_END
	END-IF.

%^ Future value-date warehouse: a payment that has passed every check
%^ above but is not due until a later value date is parked for
%^ VALDATE_RELEASE.  See X988_CHECK_WAREHOUSE.
	If (Success_is in Is_payment_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X988_CHECK_WAREHOUSE through X988_CHECK_WAREHOUSE_END
	END-IF.

%^ Liquidity-saving mode: a payment for a bank/currency whose position
%^ is over its intraday limit waits in the liquidity queue for
%^ LIQ_RELEASE unless it is a configured priority payment.  See
%^ X993_CHECK_LIQUIDITY.
	If (Success_is in Is_payment_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X993_CHECK_LIQUIDITY through X993_CHECK_LIQUIDITY_END
	END-IF.

%^ Cover hold: an underlying customer transfer whose cover COVER_MATCH
%^ found overdue at the cutoff stays in repair until the cover is
%^ matched.  See X994_CHECK_COVER.
	If (Success_is in Is_payment_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X994_CHECK_COVER through X994_CHECK_COVER_END
	END-IF.

%^ Fee accrual: a payment still clean after every check above is a
%^ completed wire and is priced from the fee schedule.  See
%^ X984_ACCRUE_FEE.
	If (Success_is in Is_payment_ls )
	   AND (Success_is in Debitside_look_status_ls )
	    Perform X984_ACCRUE_FEE through X984_ACCRUE_FEE_END
	END-IF.

* Here we format the subsidiary debitside parties.
	If ( Orp_adr_bnk_id of Ent_debit_set NOT = SPACES )
	   AND (Orp_adr_bnk_id of Ent_debit_set NOT = 
	    END-IF
	END-IF.

%^ A wire left in repair for a reference-data reason is listed for the
%^ RESOLVE_SWEEP batch; a clean one clears its listing.  See
%^ X981_TRACK_RETRY.
	Perform X981_TRACK_RETRY through X981_TRACK_RETRY_END.
	Perform X982_UETR_MILESTONE through X982_UETR_MILESTONE_END.

	Move Internal_state_ls to Dsid_internal
        If (DSTATE_INIT in Dsid_internal )
	   AND (Dbt_ovr of Ent_debit_set NOT = SPACES )
		Dsid_compose ^OUT(Dsid_info_memo)
		    "Debit party ", Ent_debit_set.dbt_typ,
		    " flagged by sanctions screening; pending OFAC review.", / ;
		Dsid_case_text_ws = Dsid_info_memo;
		%End
		Perform X920_INFO_MEMO through X920_INFO_MEMO_END
		Call "DEBIT_OPEN_CASE" using
		    by content "SANC",
		    by reference Dsid_case_text_ws
	    WHEN OTHER
		CONTINUE
	END-EVALUATE.
* through X900 the way any other debit party error blocks.
* Runs once per resolution (Dsid_cutoff_checked_wf), after C480 has
* established the account currency in Dsid_acc_curr_ws.
* A wire bound for the future value-date warehouse (X988_IS_FUTURE) is
* not checked here: today's cutoff does not apply to it, and
* VALDATE_RELEASE re-resolves it on its value date, when both checks
* run against the day it actually settles.

	If Success_is in Dsid_cutoff_checked_wf
	    GO TO C490_CHECK_CUTOFF_END
	    GO TO C490_CHECK_CUTOFF_END
	END-IF.

	Perform X988_IS_FUTURE through X988_IS_FUTURE_END.
	If Success_is in Dsid_whse_future_wf
	    GO TO C490_CHECK_CUTOFF_END
	END-IF.

	Call "GCV_CUR_CUTOFF_CHK" using
		by reference Dsid_cutoff_flag_ws.
	If (Dsid_cutoff_flag_ws NOT = "W" )
			"SWIFT ID required: ", Bcc_lkup_party, " party.", / ;
	    %End
	    Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END
	    Move "NBIC" to Dsid_rtry_reason_ws
	    Set Failure_is in Bcc_lkup_status to true
	ELSE
	    %Beg
	Dsid_ret2_stat = Dsid_aux_index Status;
	BREAK: Dsid_aux_index ;
	%End.
* The derived ABA has to be one Fedwire will take.
	If Success_is in Dsid_ret2_stat
	    Move Idkey of Disp_id of Dsid_aux_index(1:9) to Dsid_fed_aba_ws
	    %Beg  Dsid_fed_party_ws = "Derived ABA ";  %End
	    Perform D640_CHECK_FED_ELIG through D640_CHECK_FED_ELIG_END
	END-IF.
D620_SWIFT_TO_ABA_END.
   EXIT.
*    Dsid_aux_index.
* A miss is written to ABA_NOBIC_LOG so the RPT_ABA_NOBIC report can
*    show which ABA numbers seen in traffic have no BIC mapping.
* The ABA itself is first checked against the Fedwire directory.
	Move Dsid_lc_aba(1:9) to Dsid_fed_aba_ws.
	%Beg  Dsid_fed_party_ws = "ABA ";  %End.
	Perform D640_CHECK_FED_ELIG through D640_CHECK_FED_ELIG_END.
	%ACE_IS Dsid_aux_set connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %Beg  dat_root_set.Aux_db_set CONN: Dsid_aux_set(NOMOD);  %End
D630_ABA_TO_SWIFT_END.

   EXIT.
D640_CHECK_FED_ELIG.
* Fedwire participant eligibility of the ABA in Dsid_fed_aba_ws
*    (Dsid_fed_party_ws names it in the memo).  VALIDATE_ABA proves
*    only that the number is well formed; FED_PARTICIPANT_DIR, kept
*    by the FED_DIR_LOAD batch from the Fed's directory file, says
*    whether the Fed will take it:
*	not on the directory	   - not a Fedwire participant
*	Funds_status not "Y"	   - not eligible for funds transfers
*	Settle_only = "S"	   - settlement-only, takes no third-
*				     party transfers
*    Armed by GCV_FED_DIR_CHK: spaces = off, "W" = warn through the
*    X920 info memo conduit, "B" = fail through X900 like any other
*    debit party error (Dsid_fed_failed_wf tells the caller).  The same
*    ABA is checked once per resolution; a repeat call leaves
*    Dsid_fed_failed_wf as the first check set it.
	If (Dsid_fed_aba_ws = Dsid_fed_last_aba_ws )
	    GO TO D640_CHECK_FED_ELIG_END
	END-IF.
	Set Failure_is in Dsid_fed_failed_wf to TRUE.
	Move Dsid_fed_aba_ws to Dsid_fed_last_aba_ws.

	Move SPACE to Dsid_fed_flag_ws.
	Call "GCV_FED_DIR_CHK" using
		by reference Dsid_fed_flag_ws.
	If (Dsid_fed_flag_ws NOT = "W" )
	   AND (Dsid_fed_flag_ws NOT = "B" )
	    GO TO D640_CHECK_FED_ELIG_END
	END-IF.

	If (Dsid_fed_aba_ws IS NOT NUMERIC )
	    GO TO D640_CHECK_FED_ELIG_END
	END-IF.

	%ACE_IS Dsid_fed_dir_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %Beg  Dsid_fed_dir_que (Read_Only);  %End
	    %ACE_CONN_Q "MTS"////"FED_PARTICIPANT_DIR" to Dsid_fed_dir_que giving Dsid_fed_conn_wf;
	    If Failure_is in Dsid_fed_conn_wf
		GO TO D640_CHECK_FED_ELIG_END
	    END-IF
	END-IF.

	%Beg
	BREAK: Dsid_fed_dir_que;
	SEARCH: Dsid_fed_dir_que (notrap, forward, eql,
		Key = Dsid_fed_aba_ws);
	Dsid_fed_reason_ws = NULL;
	%End.

	If Failure_is in Dsid_fed_dir_que_status
	    %Beg
	    Dsid_fed_reason_ws = " is not on the Fedwire participant directory";
	    %End
	ELSE
	    If (Funds_status of Dsid_fed_dir_que NOT = "Y" )
		%Beg
		Dsid_fed_reason_ws = " is not eligible for Fedwire funds transfers";
		%End
	    ELSE
		If (Settle_only of Dsid_fed_dir_que = "S" )
		    %Beg
		    Dsid_fed_reason_ws = " is a settlement-only Fedwire participant";
		    %End
		END-IF
	    END-IF
	END-IF.

	If Dsid_fed_reason_ws_length = 0
	    GO TO D640_CHECK_FED_ELIG_END
	END-IF.

	If (Dsid_fed_flag_ws = "B" )
	    %Beg
	    Dsid_compose ^OUT(Dsid_err_memo)
		Dsid_fed_party_ws, Dsid_fed_aba_ws, Dsid_fed_reason_ws, / ;
	    %End
	    Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END
	    Set Success_is in Dsid_debit_adr_erred to TRUE
	    Set Success_is in Dsid_fed_failed_wf to TRUE
	ELSE
	    %Beg
	    Dsid_compose ^OUT(Dsid_info_memo)
		"Warning: ", Dsid_fed_party_ws, Dsid_fed_aba_ws,
		Dsid_fed_reason_ws, / ;
	    %End
	    Perform X920_INFO_MEMO through X920_INFO_MEMO_END
	END-IF.
D640_CHECK_FED_ELIG_END.

   EXIT.

* Utility paragraphs.
X980_WRITE_NATIVE_PRM_END.
	EXIT.

X981_TRACK_RETRY.
* Reference-data retry list.  After AUX_DELTA_LOAD, ABA_BIC_XREF_BLD
*    or a REL address fix, a wire that failed resolution for the
*    missing or wrong data would otherwise wait in repair for an
*    operator.  A wire this resolution leaves in repair (Nothing
*    suspicious returned 0) for one of these reasons
*	NBIC  a BCC party with no SWIFT ID (D100_BCC_LKUP_BIC)
*	AMBG  an ambiguous debitside party
*	NOF   a debit party id on neither the REL nor the AUX file
*	NACC  no debit account found (DEBIT_LOOK_ACCOUNT ran and found
*	      no currency)
*    gets a RESOLVE_RETRY_QUE entry keyed by TRN, status "P"ending,
*    with the party it failed on and the last error memo; a repair
*    rerun that fails again refreshes it.  A clean resolution marks a
*    pending entry "C"leared.  The writes ride the message's commit,
*    so a simulation (which cancels) lists nothing.  RESOLVE_SWEEP
*    re-resolves the pending entries after each reference data load.

	If Success_is in Nothing_suspicious_ls
	    Move SPACES to Dsid_rtry_reason_ws
	ELSE
	    If (Dsid_rtry_reason_ws = SPACES )
		Evaluate TRUE
		    When (Dsid_ambig_parties > 0 )
		      OR (Dbt_ovr of Dbt_typ of Ent_debit_set = "?" )
			Move "AMBG" to Dsid_rtry_reason_ws
		    When (Dbt_rel_id of Ent_debit_set = 0 )
		      AND (Dbt_id of Dbt_typ of Ent_debit_set NOT = SPACES )
		      AND (Dbt_adr_ptr_ok of Flgs3 of Ent_debit_set NOT = "T" )
			Move "NOF" to Dsid_rtry_reason_ws
		    When (Success_is in Dsid_rtry_acct_wf )
		      AND (Currency_found_ls = SPACES )
			Move "NACC" to Dsid_rtry_reason_ws
		    When OTHER
			CONTINUE
		End-evaluate
	    END-IF
	    If (Dsid_rtry_reason_ws = SPACES )
		GO TO X981_TRACK_RETRY_END
	    END-IF
	END-IF.

	%ACE_IS Dsid_rtry_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"RESOLVE_RETRY_QUE" to Dsid_rtry_que giving Dsid_rtry_conn_wf;
	    If Failure_is in Dsid_rtry_conn_wf
		GO TO X981_TRACK_RETRY_END
	    END-IF
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_rtry_trn_ws)
	    Ent_ftr_set.Trn_ref.Trn_date,
	    Ent_ftr_set.Trn_ref.Trn_num, / ;

	SEARCH: Dsid_rtry_que (notrap, forward, eql,
		Key = Dsid_rtry_trn_ws);
	%End.

	If (Dsid_rtry_reason_ws = SPACES )
	    If (Success_is in Dsid_rtry_que_status )
	       AND (Retry_status of Dsid_rtry_que = "P" )
		%Beg
		Dsid_rtry_que(notrap,
		    .Retry_status	= "C",
		    .Cleared_time	NOW );
		%End
	    END-IF
	    GO TO X981_TRACK_RETRY_END
	END-IF.

	If Success_is in Dsid_rtry_que_status
	    %Beg
	    Dsid_rtry_que(notrap,
		.Reason		= Dsid_rtry_reason_ws,
		.Dbt_idtype	= Ent_debit_set.Dbt_typ.Dbt_idtype,
		.Dbt_id		= Ent_debit_set.Dbt_typ.Dbt_id,
		.Last_memo	= Last_memo_ls,
		.Retry_status	= "P",
		.Failed_time	NOW );
	    %End
	ELSE
	    %Beg
	    Alloc_Elem: Dsid_rtry_que(notrap,
		.Systime	 NOW,
		.Trn_key	= Dsid_rtry_trn_ws,
		.Bank		= Ent_ftr_set.Loc_info.Bank,
		.Amount		= Message_amount_ls,
		.Currency	= Message_currency_ls,
		.Reason		= Dsid_rtry_reason_ws,
		.Dbt_idtype	= Ent_debit_set.Dbt_typ.Dbt_idtype,
		.Dbt_id		= Ent_debit_set.Dbt_typ.Dbt_id,
		.Last_memo	= Last_memo_ls,
		.Retry_status	= "P",
		.Failed_time	NOW,
		.Sweep_count	= <0> );
	    %End
	END-IF.

X981_TRACK_RETRY_END.
	EXIT.

X982_UETR_MILESTONE.
* A clean resolution is the wire's debit-resolved milestone on the
*    UETR_INDEX (see UETR_TRACK.COB).  Only the first one is kept, so
*    a repair rerun does not move it; the write rides the message's
*    commit, so a simulation stamps nothing.

	If Failure_is in Nothing_suspicious_ls
	   OR (Uetr of Ent_ftr_set = SPACES )
	    GO TO X982_UETR_MILESTONE_END
	END-IF.

	Move Uetr of Ent_ftr_set to Dsid_uetr_x_ws.
	Move Trn_date of Trn_ref of Ent_ftr_set to Dsid_uetr_trn_ws(1:8).
	Move Trn_num of Trn_ref of Ent_ftr_set to Dsid_uetr_trn_ws(9:8).
	Move Bank of Loc_info of Ent_ftr_set to Dsid_uetr_bank_ws.
	Move SPACES to Dsid_uetr_info_ws.
	String "Debit party " Delimited by size,
	       Dbt_idtype of Dbt_typ of Ent_debit_set Delimited by size,
	       "/" Delimited by size,
	       Dbt_id of Dbt_typ of Ent_debit_set Delimited by space
		into Dsid_uetr_info_ws.

	Call "UETR_MILESTONE" using
		by reference Dsid_uetr_x_ws
		by reference Dsid_uetr_trn_ws
		by reference Dsid_uetr_bank_ws
		by content   "DBTR"
		by reference Dsid_uetr_info_ws.

X982_UETR_MILESTONE_END.
	EXIT.

X983_CHECK_TRAVEL_RULE.
* Travel Rule completeness.  A funds transfer at or over the threshold
*    must carry the originator's name, address and account and the
*    beneficiary's name and account, and keyed and gateway wires went
*    out without them.  The originator is the ORP when the message
*    has one, otherwise the debit party as C440_COPY_ADDRESS left it;
*    the beneficiary is the BNP when there is one, otherwise the
*    credit party.  The address is the line after the name.
*    Armed by GCV_TRAVEL_RULE_CHK: spaces = off, "W" = warn through
*    X920 and let the wire go, "B" = fail through X900 so the wire
*    lands in repair.  Under "B" a source with an OVERRIDE:<src>: item
*    in the bank's TRAVEL_RULE_TABLES config is warned, not held.  The
*    threshold is GCV_TRAVEL_RULE_AMT (default 3000), compared with
*    the message amount as the callback threshold is.
*    Every incomplete wire is written to TRAVEL_RULE_LOG keyed by TRN,
*    riding the message's commit: outcome "O" went out incomplete
*    under override (warn mode or source override), "H" held.  A
*    rerun rewrites its own entry, and one that is now complete is
*    marked "C" so it drops off the report.

	Move SPACE to Dsid_trv_flag_ws.
	Call "GCV_TRAVEL_RULE_CHK" using
		by reference Dsid_trv_flag_ws.
	If (Dsid_trv_flag_ws NOT = "W" )
	   AND (Dsid_trv_flag_ws NOT = "B" )
	    GO TO X983_CHECK_TRAVEL_RULE_END
	END-IF.

	%beg Dsid_trv_amt_ws = <0>; %end.
	Call "GCV_TRAVEL_RULE_AMT" using
		by reference Dsid_trv_amt_ws.
	If Dsid_trv_amt_ws NOT > 0
	    %beg Dsid_trv_amt_ws = <3000>; %end
	END-IF.

	If Message_amount_ls < Dsid_trv_amt_ws
	    GO TO X983_CHECK_TRAVEL_RULE_END
	END-IF.

	%Beg  Dsid_trv_missing_ws = NULL;  %End.

	If (Orp_id of Orp of Ent_debit_set NOT = SPACE )
	   OR (Orp_name1 of Ent_debit_set NOT = SPACES )
	    %Beg
	    Dsid_trv_fld_ws = Ent_debit_set.Orp_name1 ;
	    Dsid_trv_label_ws = "originator name" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	    %Beg
	    Dsid_trv_fld_ws = Ent_debit_set.Orp_name2 ;
	    Dsid_trv_label_ws = "originator address" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	    %Beg
	    Dsid_trv_fld_ws = Ent_debit_set.Orp.Orp_id ;
	    Dsid_trv_label_ws = "originator account" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	ELSE
	    %Beg
	    Dsid_trv_fld_ws = Ent_debit_set.Dbt_name1 ;
	    Dsid_trv_label_ws = "originator name" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	    %Beg
	    Dsid_trv_fld_ws = Ent_debit_set.Dbt_name2 ;
	    Dsid_trv_label_ws = "originator address" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	    %Beg
	    Dsid_trv_fld_ws = Ent_debit_set.Dbt_account ;
	    Dsid_trv_label_ws = "originator account" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	END-IF.

	If (Bnp_id of Bnp of Ent_credit_set NOT = SPACE )
	   OR (Bnp_name1 of Ent_credit_set NOT = SPACES )
	    %Beg
	    Dsid_trv_fld_ws = Ent_credit_set.Bnp_name1 ;
	    Dsid_trv_label_ws = "beneficiary name" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	    %Beg
	    Dsid_trv_fld_ws = Ent_credit_set.Bnp.Bnp_id ;
	    Dsid_trv_label_ws = "beneficiary account" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	ELSE
	    %Beg
	    Dsid_trv_fld_ws = Ent_credit_set.Cdt_name1 ;
	    Dsid_trv_label_ws = "beneficiary name" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	    %Beg
	    Dsid_trv_fld_ws = Ent_credit_set.Cdt_typ.Cdt_id ;
	    Dsid_trv_label_ws = "beneficiary account" ;
	    %End
	    Perform X983_TEST_FIELD through X983_TEST_FIELD_END
	END-IF.

	Move Bank of Loc_info of Ent_ftr_set to Dsid_trv_bank_ws.
	Move Src_code of Ent_ftr_set to Dsid_trv_src_ws.

	If Dsid_trv_missing_ws_length = 0
	    Move "C" to Dsid_trv_outcome_ws
	ELSE
	    Move "O" to Dsid_trv_outcome_ws
	    If Dsid_trv_flag_ws = "B"
		Move "H" to Dsid_trv_outcome_ws
%^ A source the bank has overridden goes out with a warning.
		%Beg
		Dsid_cal_union_key_ws(.Idname = "TRAVEL_RULE_TABLES",
				      .Idprod = "MTS",
				      .Idbank = Dsid_trv_bank_ws,
				      .Idloc  = null,
				      .Idcust = null);
		Dsid_compose ^OUT(Dsid_cal_key_ws)
			"OVERRIDE:", Dsid_trv_src_ws, ":", /;
		Dsid_cal_ordinal_ws = <1>;
		Dsid_cal_type_ws = "VSTR(1)";
		%End
		Call "CFG_GET_ITEM" USING
			BY Reference Idname of Dsid_cal_union_key_ws
			BY Reference Idprod of Dsid_cal_union_key_ws
			BY Reference Idbank of Dsid_cal_union_key_ws
			BY Reference Idloc of Dsid_cal_union_key_ws
			BY Reference Idcust of Dsid_cal_union_key_ws
			BY Reference Dsid_cal_key_ws
			By Reference Dsid_cal_ordinal_ws
			By Reference Dsid_cal_type_ws
			By Reference Dsid_cal_data_ws
			By Reference Dsid_cal_data_ws_length
			By Reference Dsid_cal_errmsg_ws
			By Reference Dsid_cal_errmsg_ws_length
		RETURNING Dsid_cal_ret_stat
		If Success_is in Dsid_cal_ret_stat
		    Move "O" to Dsid_trv_outcome_ws
		END-IF
	    END-IF
	END-IF.

%^ Log it.  A complete wire is only written back over an entry an
%^ earlier, incomplete pass left.
	%ACE_IS Dsid_trv_log connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"TRAVEL_RULE_LOG" to Dsid_trv_log giving Dsid_trv_conn_wf;
	ELSE
	    Set Success_is in Dsid_trv_conn_wf to TRUE
	END-IF.

	If Success_is in Dsid_trv_conn_wf
	    %Beg
	    Dsid_compose ^OUT(Dsid_trv_trn_ws)
		Ent_ftr_set.Trn_ref.Trn_date,
		Ent_ftr_set.Trn_ref.Trn_num, / ;

	    BREAK: Dsid_trv_log;
	    SEARCH: Dsid_trv_log (notrap, forward, eql,
		    Key = Dsid_trv_trn_ws);
	    %End
	    If Success_is in Dsid_trv_log_status
		%Beg
		Dsid_trv_log(notrap,
		    .Outcome	= Dsid_trv_outcome_ws,
		    .Missing	= Dsid_trv_missing_ws,
		    .Amount	= Message_amount_ls,
		    .Currency	= Message_currency_ls );
		%End
	    ELSE
		If Dsid_trv_outcome_ws NOT = "C"
		    %Beg
		    Alloc_Elem: Dsid_trv_log(notrap,
			.Systime	 NOW,
			.Trn_key	= Dsid_trv_trn_ws,
			.Bank		= Dsid_trv_bank_ws,
			.Trn_date	= Trn_date of Trn_ref of Ent_ftr_set,
			.Trn_num	= Trn_num of Trn_ref of Ent_ftr_set,
			.Src_code	= Dsid_trv_src_ws,
			.Outcome	= Dsid_trv_outcome_ws,
			.Missing	= Dsid_trv_missing_ws,
			.Amount		= Message_amount_ls,
			.Currency	= Message_currency_ls );
		    %End
		END-IF
	    END-IF
	END-IF.

	Evaluate Dsid_trv_outcome_ws
	    When "H"
		%Beg
		Dsid_compose ^OUT(Dsid_err_memo)
		    "Held - Travel Rule information missing: ",
		    Dsid_trv_missing_ws, / ;
		%End
		Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END
		Set Success_is in Dsid_debit_adr_erred to TRUE
		Set Failure_is in Debitside_look_status_ls to TRUE
	    When "O"
		%Beg
		Dsid_compose ^OUT(Dsid_info_memo)
		    "Warning: Travel Rule information missing: ",
		    Dsid_trv_missing_ws, / ;
		%End
		Perform X920_INFO_MEMO through X920_INFO_MEMO_END
	    When Other
		Continue
	End-evaluate.

X983_CHECK_TRAVEL_RULE_END.
	EXIT.

X983_TEST_FIELD.
* Add Dsid_trv_label_ws to the missing list when Dsid_trv_fld_ws is
*    empty or blank.

	If Dsid_trv_fld_ws_length > 0
	    If Dsid_trv_fld_ws(1:Dsid_trv_fld_ws_length) NOT = SPACES
		GO TO X983_TEST_FIELD_END
	    END-IF
	END-IF.

	If Dsid_trv_missing_ws_length = 0
	    %Beg
	    Dsid_compose ^OUT(Dsid_trv_missing_ws) Dsid_trv_label_ws, / ;
	    %End
	ELSE
	    %Beg
	    Dsid_trv_prev_ws = Dsid_trv_missing_ws ;
	    Dsid_compose ^OUT(Dsid_trv_missing_ws)
		Dsid_trv_prev_ws, ", ", Dsid_trv_label_ws, / ;
	    %End
	END-IF.

X983_TEST_FIELD_END.
	EXIT.

X984_ACCRUE_FEE.
* Wire fee accrual.  Billing was a spreadsheet built from the month's
*    extracts; this records what each completed payment should be
*    charged as it completes.  The FEE_SCHEDULE_QUE entry (loaded by
*    FEE_SCHED_LOAD) is found by bank:wire type:source:fee key, the
*    fee key being the Special_fee_key passed to Set_debit_account,
*    falling back through X984_FIND_SCHED to fee key "*", then source
*    "*", then wire type "*".  The fee is the entry's flat fee plus
*    the fee of the first tier the message amount does not exceed (a
*    zero upto is open-ended; an amount above every tier takes the
*    fourth).  A wire with no schedule entry is still logged, at zero
*    under category "****", so the statement's wire counts are whole.
*    The FEE_ACCRUAL_LOG entry is keyed by TRN and rides the message's
*    commit; a rerun of the same wire reprices its own entry in place
*    and keeps its original accrual date.

	%ACE_IS Dsid_fee_log connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"FEE_ACCRUAL_LOG" to Dsid_fee_log giving Dsid_fee_log_conn_wf;
	    If Failure_is in Dsid_fee_log_conn_wf
		GO TO X984_ACCRUE_FEE_END
	    END-IF
	END-IF.

	%ACE_IS Dsid_fee_sched_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %Beg  Dsid_fee_sched_que (Read_Only);  %End
	    %ACE_CONN_Q "MTS"////"FEE_SCHEDULE_QUE" to Dsid_fee_sched_que giving Dsid_fee_sched_conn_wf;
	END-IF.

	Move Special_fee_key_ls to Dsid_fee_fkey_ws.
	If (Dsid_fee_fkey_ws = SPACE )
	    Move "*" to Dsid_fee_fkey_ws
	END-IF.

	Set Failure_is in Dsid_fee_found_wf to TRUE.
	Move 1 to Dsid_fee_try_ws.
	If Success_is in Dsid_fee_sched_conn_wf
	    Perform X984_FIND_SCHED through X984_FIND_SCHED_END
		until (Success_is in Dsid_fee_found_wf )
		   OR (Dsid_fee_try_ws > 4 )
	END-IF.

	%Beg  Dsid_fee_amt_ws = <0>;  %End.
	Move "****" to Dsid_fee_cat_ws.
	If Success_is in Dsid_fee_found_wf
	    Move Category of Dsid_fee_sched_que to Dsid_fee_cat_ws
	    Add Flat_fee of Dsid_fee_sched_que to Dsid_fee_amt_ws
	    Evaluate TRUE
		When (Tier_upto_1 of Dsid_fee_sched_que = 0 )
		  OR (Message_amount_ls NOT > Tier_upto_1 of Dsid_fee_sched_que)
		    Add Tier_fee_1 of Dsid_fee_sched_que to Dsid_fee_amt_ws
		When (Tier_upto_2 of Dsid_fee_sched_que = 0 )
		  OR (Message_amount_ls NOT > Tier_upto_2 of Dsid_fee_sched_que)
		    Add Tier_fee_2 of Dsid_fee_sched_que to Dsid_fee_amt_ws
		When (Tier_upto_3 of Dsid_fee_sched_que = 0 )
		  OR (Message_amount_ls NOT > Tier_upto_3 of Dsid_fee_sched_que)
		    Add Tier_fee_3 of Dsid_fee_sched_que to Dsid_fee_amt_ws
		When Other
		    Add Tier_fee_4 of Dsid_fee_sched_que to Dsid_fee_amt_ws
	    End-evaluate
	END-IF.

	%Beg
	Dsid_fee_acct_ws = Ent_debit_set.Dbt_account ;
	Dsid_compose ^OUT(Dsid_fee_trn_ws)
	    Ent_ftr_set.Trn_ref.Trn_date,
	    Ent_ftr_set.Trn_ref.Trn_num, / ;

	BREAK: Dsid_fee_log;
	SEARCH: Dsid_fee_log (notrap, forward, eql,
		Key = Dsid_fee_trn_ws);
	%End.

	If Success_is in Dsid_fee_log_status
	    %Beg
	    Dsid_fee_log(notrap,
		.Dbt_account	= Dsid_fee_acct_ws,
		.Tran_type	= Ent_ftr_set.Typ.Tran_type,
		.Src_code	= Ent_ftr_set.Src_code,
		.Fee_key	= Dsid_fee_fkey_ws,
		.Category	= Dsid_fee_cat_ws,
		.Currency	= Message_currency_ls,
		.Amount	= Message_amount_ls,
		.Fee		= Dsid_fee_amt_ws );
	    %End
	ELSE
	    Call "NEX_GET_YYYYMMDD" using
		by reference Dsid_fee_date_ws
	    %Beg
	    Alloc_Elem: Dsid_fee_log(notrap,
		.Systime	 NOW,
		.Trn_key	= Dsid_fee_trn_ws,
		.Bank	= Ent_ftr_set.Loc_info.Bank,
		.Accrual_date	= Dsid_fee_date_ws,
		.Dbt_account	= Dsid_fee_acct_ws,
		.Tran_type	= Ent_ftr_set.Typ.Tran_type,
		.Src_code	= Ent_ftr_set.Src_code,
		.Fee_key	= Dsid_fee_fkey_ws,
		.Category	= Dsid_fee_cat_ws,
		.Currency	= Message_currency_ls,
		.Amount	= Message_amount_ls,
		.Fee		= Dsid_fee_amt_ws );
	    %End
	END-IF.

X984_ACCRUE_FEE_END.
	EXIT.

X984_FIND_SCHED.
* One fee schedule lookup, Dsid_fee_try_ws picking the key:
*    1 = bank:type:source:fee key, 2 = fee key "*", 3 = source "*"
*    too, 4 = the bank's default "*" line.
	Evaluate Dsid_fee_try_ws
	    When 1
		%Beg
		Dsid_compose ^OUT(Dsid_fee_key_ws)
		    Ent_ftr_set.Loc_info.Bank, ":",
		    Ent_ftr_set.Typ.Tran_type, ":",
		    Ent_ftr_set.Src_code, ":", Dsid_fee_fkey_ws, / ;
		%End
	    When 2
		%Beg
		Dsid_compose ^OUT(Dsid_fee_key_ws)
		    Ent_ftr_set.Loc_info.Bank, ":",
		    Ent_ftr_set.Typ.Tran_type, ":",
		    Ent_ftr_set.Src_code, ":*", / ;
		%End
	    When 3
		%Beg
		Dsid_compose ^OUT(Dsid_fee_key_ws)
		    Ent_ftr_set.Loc_info.Bank, ":",
		    Ent_ftr_set.Typ.Tran_type, ":*:*", / ;
		%End
	    When Other
		%Beg
		Dsid_compose ^OUT(Dsid_fee_key_ws)
		    Ent_ftr_set.Loc_info.Bank, ":*:*:*", / ;
		%End
	End-evaluate.
	Add 1 to Dsid_fee_try_ws.

	%Beg
	BREAK: Dsid_fee_sched_que;
	SEARCH: Dsid_fee_sched_que (notrap, forward, eql,
		Key = Dsid_fee_key_ws);
	%End.
	If Success_is in Dsid_fee_sched_que_status
	    Set Success_is in Dsid_fee_found_wf to TRUE
	END-IF.

X984_FIND_SCHED_END.
	EXIT.

X985_LOG_REPET_USAGE.
* Record one usage of the repetitive this resolution ran under.  The
*    REPET_USAGE queue is the durable usage data DEBIT_REPET_STATE
*    never gave us: one entry per committed use, carrying the
*    repetitive identity, the bank, the debit party, and the TRN, so
*    the RPT_REPET_STALE report can show use counts, last-used dates,
*    and the dormant repetitives risk wants disabled.
*    The Alloc_Elem deliberately rides the message's own commit.
*    Nothing in this module guarantees Ent_rept_set is connected just
*    because the caller set Is_rptv_lookup_ls (DEBITSIDE_SIMULATE, for
*    one, only requires the ftr/debit/credit sets), so the usage log
*    is skipped when it is not.

	%ACE_IS Ent_rept_set connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    GO TO X985_LOG_REPET_USAGE_END
	END-IF.

	%ACE_IS Dsid_repet_usage connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"REPET_USAGE" to Dsid_repet_usage giving Dsid_usage_conn_wf;
	    If Failure_is in Dsid_usage_conn_wf
		GO TO X985_LOG_REPET_USAGE_END
	    END-IF
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_rep_key_ws)
	    Ent_ftr_set.Loc_info.Bank, ":",
	    Ent_rept_set.Rep_id, ":", Ent_rept_set.Rep_line_num, / ;

	Alloc_Elem: Dsid_repet_usage(notrap,
	    .Systime	 NOW,
	    .Rep_key	= Dsid_rep_key_ws,
	    .Bank	= Ent_ftr_set.Loc_info.Bank,
	    .Dbt_id	= Ent_debit_set.Dbt_typ.Dbt_id,
	    .Trn_date	= Trn_date of Trn_ref of Ent_ftr_set,
	    .Trn_num	= Trn_num of Trn_ref of Ent_ftr_set );
	%End.

X985_LOG_REPET_USAGE_END.
	EXIT.

X986_CHECK_REPET_LIMITS.
* Per-repetitive limits.  A stored repetitive carries the customer's
*    debit authority, and until now with no limits at all: anyone able
*    to key it could send any amount, in any currency, to any credit
*    party.  A repetitive may now carry, in REPET_LIMIT_QUE (keyed
*    bank:rep_id:line, the REPET_USAGE key; loaded by REPET_LIMIT_LOAD):
*	Max_amount  - ceiling per use, 0 = none;
*	Allow_ccy   - the only currency it may be used in, spaces = any;
*	Lock_cdt    - "Y" locks the credit party to Lock_cdt_id.
*    Each breach fails the resolution through X900 with a memo naming
*    the limit, so the wire lands in repair, and is written to
*    REPET_BREACH_LOG (riding the message's commit) -- once per wire, a
*    rerun of a wire already logged does not log it again.
*    A repetitive with no REPET_LIMIT_QUE entry is unrestricted, as
*    before; RPT_REPET_NOLIMIT lists those for the backfill.  As in
*    X985, Ent_rept_set must be connected or there is nothing to key on.

	%ACE_IS Ent_rept_set connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    GO TO X986_CHECK_REPET_LIMITS_END
	END-IF.

	%ACE_IS Dsid_rlim_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"REPET_LIMIT_QUE" to Dsid_rlim_que giving Dsid_rlim_conn_wf;
	    If Failure_is in Dsid_rlim_conn_wf
		GO TO X986_CHECK_REPET_LIMITS_END
	    END-IF
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_rep_key_ws)
	    Ent_ftr_set.Loc_info.Bank, ":",
	    Ent_rept_set.Rep_id, ":", Ent_rept_set.Rep_line_num, / ;

	SEARCH: Dsid_rlim_que (notrap, forward, eql,
		Key = Dsid_rep_key_ws);
	%End.

	If Failure_is in Dsid_rlim_que_status
	    GO TO X986_CHECK_REPET_LIMITS_END
	END-IF.

%^ Has this wire already been logged (a repair rerun)?
	%ACE_IS Dsid_rlim_log connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"REPET_BREACH_LOG" to Dsid_rlim_log giving Dsid_rlim_log_conn_wf;
	ELSE
	    Set Success_is in Dsid_rlim_log_conn_wf to TRUE
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_rlim_trn_ws)
	    Ent_ftr_set.Trn_ref.Trn_date,
	    Ent_ftr_set.Trn_ref.Trn_num, / ;
	%End.

	Set Failure_is in Dsid_rlim_logged_wf to TRUE.
	If Success_is in Dsid_rlim_log_conn_wf
	    %Beg
	    SEARCH: Dsid_rlim_log (notrap, forward, eql,
		    Key = Dsid_rlim_trn_ws);
	    %End
	    If Success_is in Dsid_rlim_log_status
		Set Success_is in Dsid_rlim_logged_wf to TRUE
	    END-IF
	ELSE
%^ No log to write to -- still enforce, just do not try to log.
	    Set Success_is in Dsid_rlim_logged_wf to TRUE
	END-IF.

	If (Max_amount of Dsid_rlim_que > 0 )
	   AND (Message_amount_ls > Max_amount of Dsid_rlim_que)
	    Move "AMOUNT" to Dsid_rlim_type_ws
	    %Beg
	    Dsid_compose ^OUT(Dsid_err_memo)
		"Repetitive ", Dsid_rep_key_ws,
		" - amount exceeds its per-use ceiling of ",
		Dsid_rlim_que.Max_amount, / ;
	    %End
	    Perform X987_REPET_BREACH through X987_REPET_BREACH_END
	END-IF.

	If (Allow_ccy of Dsid_rlim_que NOT = SPACES )
	   AND (Allow_ccy of Dsid_rlim_que NOT = Message_currency_ls)
	    Move "CURRENCY" to Dsid_rlim_type_ws
	    %Beg
	    Dsid_compose ^OUT(Dsid_err_memo)
		"Repetitive ", Dsid_rep_key_ws,
		" - currency ", Message_currency_ls,
		" not allowed, only ", Dsid_rlim_que.Allow_ccy, / ;
	    %End
	    Perform X987_REPET_BREACH through X987_REPET_BREACH_END
	END-IF.

	If Lock_cdt of Dsid_rlim_que = "Y"
	    %Beg
	    Dsid_rlim_cdt_ws = Ent_credit_set.Cdt_typ.Cdt_id ;
	    Dsid_rlim_lock_cdt_ws = Dsid_rlim_que.Lock_cdt_id ;
	    %End
	    If (Dsid_rlim_cdt_ws_length NOT = Dsid_rlim_lock_cdt_ws_length)
	     OR (Dsid_rlim_cdt_ws(1:Dsid_rlim_cdt_ws_length) NOT =
		    Dsid_rlim_lock_cdt_ws(1:Dsid_rlim_lock_cdt_ws_length))
		Move "CDTLOCK" to Dsid_rlim_type_ws
		%Beg
		Dsid_compose ^OUT(Dsid_err_memo)
		    "Repetitive ", Dsid_rep_key_ws,
		    " - credit party is locked to ",
		    Dsid_rlim_lock_cdt_ws, / ;
		%End
		Perform X987_REPET_BREACH through X987_REPET_BREACH_END
	    END-IF
	END-IF.

X986_CHECK_REPET_LIMITS_END.
	EXIT.

X987_REPET_BREACH.
* One breach of a repetitive's limits, named in Dsid_rlim_type_ws with
*    its memo already in Dsid_err_memo: post the memo, fail the
*    resolution, and log the breach unless this wire is already logged.

	Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END.
	Set Success_is in Dsid_debit_adr_erred to TRUE.
	Set Failure_is in Debitside_look_status_ls to TRUE.

	If Failure_is in Dsid_rlim_logged_wf
	    %Beg
	    Dsid_rlim_cdt_ws = Ent_credit_set.Cdt_typ.Cdt_id ;
	    Alloc_Elem: Dsid_rlim_log(notrap,
		.Systime	 NOW,
		.Trn_key	= Dsid_rlim_trn_ws,
		.Rep_key	= Dsid_rep_key_ws,
		.Bank	= Ent_ftr_set.Loc_info.Bank,
		.Trn_date	= Trn_date of Trn_ref of Ent_ftr_set,
		.Trn_num	= Trn_num of Trn_ref of Ent_ftr_set,
		.Breach_type	= Dsid_rlim_type_ws,
		.Amount	= Message_amount_ls,
		.Currency	= Message_currency_ls,
		.Dbt_id	= Ent_debit_set.Dbt_typ.Dbt_id,
		.Cdt_id	= Dsid_rlim_cdt_ws );
	    %End
	END-IF.

X987_REPET_BREACH_END.
	EXIT.

X988_CHECK_WAREHOUSE.
* Future value-date warehouse.  A fully resolved payment whose debit
*    value date is after today (X988_IS_FUTURE) is parked rather than
*    failed: a VALDATE_WHSE_QUE entry keyed value date + TRN, status
*    "W"arehoused, is written (riding the message's commit, so only a
*    wire that commits is warehoused), and the wire is held in repair
*    through X900 with a memo naming its value date.  On the value
*    date the VALDATE_RELEASE batch re-checks the currency's holiday
*    calendar, rolls a holiday forward, and re-resolves the wire --
*    with the value date now today this paragraph lets it through and
*    C490 runs the cutoff and holiday checks for real.  A repair rerun
*    before the value date finds its entry already written and is held
*    again without writing another.

	Perform X988_IS_FUTURE through X988_IS_FUTURE_END.
	If Failure_is in Dsid_whse_future_wf
	    GO TO X988_CHECK_WAREHOUSE_END
	END-IF.

	%ACE_IS Dsid_whse_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"VALDATE_WHSE_QUE" to Dsid_whse_que giving Dsid_whse_conn_wf;
	    If Failure_is in Dsid_whse_conn_wf
* It skipped C490, so it is held all the same; no entry is written and
*    it is released from repair by hand.
		GO TO X988_HOLD
	    END-IF
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_whse_trn_ws)
	    Ent_ftr_set.Trn_ref.Trn_date,
	    Ent_ftr_set.Trn_ref.Trn_num, / ;
	Dsid_compose ^OUT(Dsid_whse_key_ws)
	    Dsid_whse_vdate_ws, Dsid_whse_trn_ws, / ;

	SEARCH: Dsid_whse_que (notrap, forward, eql,
		Key = Dsid_whse_key_ws);
	%End.

	If Failure_is in Dsid_whse_que_status
	    %Beg
	    Alloc_Elem: Dsid_whse_que(notrap,
		.Systime	 NOW,
		.Whse_key	= Dsid_whse_key_ws,
		.Trn_key	= Dsid_whse_trn_ws,
		.Bank	= Ent_ftr_set.Loc_info.Bank,
		.Value_date	= Dsid_whse_vdate_ws,
		.Orig_value_date = Dsid_whse_vdate_ws,
		.Currency	= Message_currency_ls,
		.Amount	= Message_amount_ls,
		.Whse_status	= "W",
		.Roll_count	= <0> );
	    %End
	END-IF.

X988_HOLD.
	%Beg
	Dsid_compose ^OUT(Dsid_err_memo)
	    "Warehoused for value date ", Dsid_whse_vdate_ws,
	    " - VALDATE_RELEASE releases it on the day", / ;
	%End.
	Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END.
	Set Success_is in Dsid_debit_adr_erred to TRUE.
	Set Failure_is in Debitside_look_status_ls to TRUE.

X988_CHECK_WAREHOUSE_END.
	EXIT.

X988_IS_FUTURE.
* Is this wire bound for the future value-date warehouse?  Only when
*    GCV_VALDATE_WHSE = "Y" and the debit value date is after today.
*    Decided once per resolution (Dsid_whse_checked_wf) so C490 and
*    X988_CHECK_WAREHOUSE always agree; leaves the value date in
*    Dsid_whse_vdate_ws.

	If Success_is in Dsid_whse_checked_wf
	    GO TO X988_IS_FUTURE_END
	END-IF.
	Set Success_is in Dsid_whse_checked_wf to TRUE.
	Set Failure_is in Dsid_whse_future_wf to TRUE.

	Call "GCV_VALDATE_WHSE" using
		by reference Dsid_whse_flag_ws.
	If (Dsid_whse_flag_ws NOT = "Y" )
	    GO TO X988_IS_FUTURE_END
	END-IF.

	%Beg  Dsid_whse_vdate_ws = Ent_debit_set.Dbt_value_date.yyyymmdd ;  %End.
	If (Dsid_whse_vdate_ws = SPACES )
	    GO TO X988_IS_FUTURE_END
	END-IF.

	Call "NEX_GET_YYYYMMDD" using
	    by reference Dsid_whse_today_ws.

	If Dsid_whse_vdate_ws > Dsid_whse_today_ws
	    Set Success_is in Dsid_whse_future_wf to TRUE
	END-IF.

X988_IS_FUTURE_END.
	EXIT.

X989_CHECK_CDT_ABA.
* Credit-side Fedwire eligibility.  A payment whose credit party is
*    identified by ABA is checked against the Fedwire directory by
*    D640_CHECK_FED_ELIG; under GCV_FED_DIR_CHK = "B" an ineligible
*    routing number fails the resolution, so the wire lands in repair
*    instead of being rejected by the Fed.

	%Beg
	Dsid_fed_idtype_ws = Ent_credit_set.Cdt_typ.Cdt_idtype ;
	Dsid_fed_id_ws = Ent_credit_set.Cdt_typ.Cdt_id ;
	%End.
	If (Dsid_fed_idtype_ws NOT = "A" )
	   OR (Dsid_fed_id_ws_length < 9 )
	    GO TO X989_CHECK_CDT_ABA_END
	END-IF.

	Move Dsid_fed_id_ws(1:9) to Dsid_fed_aba_ws.
	%Beg  Dsid_fed_party_ws = "Credit party ABA ";  %End.
	Perform D640_CHECK_FED_ELIG through D640_CHECK_FED_ELIG_END.
	If Success_is in Dsid_fed_failed_wf
	    Set Failure_is in Debitside_look_status_ls to TRUE
	END-IF.

X989_CHECK_CDT_ABA_END.
	EXIT.

X990_CHECK_DUP_PAYMENT.
* Cross-message duplicate payment check.  C520_CHECK_DUPE in
*    DEBIT_LOOK_ACCOUNT only catches a duplicated account entry within
*    one message's candidate list; this paragraph looks across
*    messages.  The resolved payment's fingerprint -- bank, debit
*    account, amount, credit party id -- is searched in the
*    DUP_PAY_INDEX queue; a prior entry with the same fingerprint
*    inside the GCV_DUP_PAY_MINS window (0 = check off) is a suspected
*    duplicate: the operator is warned through X920_INFO_MEMO with the
*    prior TRN cited, or, with GCV_DUP_PAY_HOLD = "H", the message is
*    hard-held through the X900 error path like any other debit error.
*    Our own fingerprint entry is then written, riding the message's
*    commit, so the end-of-day RPT_DUP_PAY report sees the ones that
*    flowed through unattended channels too.

	Move ZERO to Dsid_dup_window_ws.
	Call "GCV_DUP_PAY_MINS" using
		by reference Dsid_dup_window_ws.
	If Dsid_dup_window_ws NOT > 0
	    GO TO X990_CHECK_DUP_PAYMENT_END
	END-IF.

	Call "GCV_DUP_PAY_HOLD" using
		by reference Dsid_dup_flag_ws.

	%ACE_IS Dsid_dup_index connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"DUP_PAY_INDEX" to Dsid_dup_index giving Dsid_dup_conn_wf;
	    If Failure_is in Dsid_dup_conn_wf
		GO TO X990_CHECK_DUP_PAYMENT_END
	    END-IF
	END-IF.

	%Beg  Dsid_dup_acct_ws = Ent_debit_set.Dbt_account ;  %End.

	%Beg
	Dsid_compose ^OUT(Dsid_dup_key_ws)
	    Ent_ftr_set.Loc_info.Bank, ":",
	    Dsid_dup_acct_ws, ":",
	    Ent_ftr_set.Amount, ":",
	    Ent_credit_set.Cdt_typ.Cdt_id, / ;
	%End.

	Set Failure_is in Dsid_dup_found_wf to TRUE.
	Set Failure_is in Dsid_dup_self_wf to TRUE.

*  Walk the whole fingerprint group.  Debit resolution runs more than
*  once per wire (entry then verify/repair, SI resume reruns), so our
*  own earlier fingerprint may already be on the index: entries whose
*  TRN is this message's own are never a duplicate (and mean no second
*  fingerprint gets written below).
	%Beg
	SEARCH: Dsid_dup_index (notrap, forward, eql,
		Key = Dsid_dup_key_ws);
	%End.

	Perform until (Seq_end_is in Dsid_dup_index_cursor) or
		(Failure_is in Dsid_dup_index_status) or
		(Dup_key of Dsid_dup_index not = Dsid_dup_key_ws)

	    If (Trn_date of Dsid_dup_index =
			Trn_date of Trn_ref of Ent_ftr_set)
	     and (Trn_num of Dsid_dup_index =
			Trn_num of Trn_ref of Ent_ftr_set)
		Set Success_is in Dsid_dup_self_wf to TRUE
	    ELSE
		If Failure_is in Dsid_dup_found_wf
		    Call "NEX_MINUTES_SINCE" using
			by reference Systime of Dsid_dup_index
		      returning Dsid_dup_mins_ws
		    If Dsid_dup_mins_ws NOT > Dsid_dup_window_ws
			Set Success_is in Dsid_dup_found_wf to TRUE
			%Beg
			Dsid_compose ^OUT(Dsid_dup_trn_ws)
			    Dsid_dup_index.Trn_date, "-",
			    Dsid_dup_index.Trn_num, / ;
			%End
		    END-IF
		END-IF
	    END-IF

	    %Beg  NEXT: Dsid_dup_index ;  %End

	End-perform.

*  Write our own fingerprint entry (rides the message's commit) --
*  unless a rerun of this same message already wrote one.
	If Failure_is in Dsid_dup_self_wf
	    %Beg
	    Alloc_Elem: Dsid_dup_index(notrap,
		.Systime	 NOW,
		.Dup_key	= Dsid_dup_key_ws,
		.Bank	= Ent_ftr_set.Loc_info.Bank,
		.Trn_date	= Trn_date of Trn_ref of Ent_ftr_set,
		.Trn_num	= Trn_num of Trn_ref of Ent_ftr_set );
	    %End
	END-IF.

	If Success_is in Dsid_dup_found_wf
	    If (Dsid_dup_flag_ws = "H" )
		%Beg
		Dsid_compose ^OUT(Dsid_err_memo)
		    "Suspected duplicate payment - held - see TRN ",
		    Dsid_dup_trn_ws, / ;
		Dsid_case_text_ws = Dsid_err_memo;
		%End
		Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END
		Set Success_is in Dsid_debit_adr_erred to TRUE
		Set Failure_is in Debitside_look_status_ls to TRUE
	    ELSE
		%Beg
		Dsid_compose ^OUT(Dsid_info_memo)
		    "Warning: suspected duplicate payment - see TRN ",
		    Dsid_dup_trn_ws, / ;
		Dsid_case_text_ws = Dsid_info_memo;
		%End
		Perform X920_INFO_MEMO through X920_INFO_MEMO_END
	    END-IF
	    Call "DEBIT_OPEN_CASE" using
		by content "DUPP",
		by reference Dsid_case_text_ws
	END-IF.

X990_CHECK_DUP_PAYMENT_END.
	EXIT.

X991_CHECK_RMA.
* SWIFT RMA authorization.  A payment whose credit party is advised by
*    SWIFT (Cdt_adv_typ "SWF") and identified by BIC goes out to that
*    receiver, and SWIFT refuses the message unless we hold an RMA
*    authorization with it -- found only after delivery, past the
*    cutoff.  SWIFT_RMA_AUTH, kept by the RMA_AUTH_LOAD batch from the
*    RMA export, is keyed by bank and receiver BIC8:
*	not on the table	   - no RMA authorization
*	Rma_status not "E"	   - the authorization is revoked
*	outside Valid_from/to	   - not in force today
*	category not in Send_cats  - not authorized for this message
*				     category ("*" = all)
*    The message category is the first digit of the SWIFT message
*    type for a wire that came in over SWIFT; otherwise 1 (customer
*    transfer) when the wire has a beneficiary party, else 2.
*    Armed by GCV_SWIFT_RMA_CHK: spaces = off, "W" = warn through
*    X920 and let the wire go, "B" = fail through X900 so the wire
*    lands in repair before it is formatted for the network.
*    Every such wire is written to RMA_CHECK_LOG keyed by TRN, riding
*    the message's commit: outcome "O" went out under warning, "H"
*    held.  A rerun rewrites its own entry, and one that is now
*    authorized is marked "C" so it drops off the report.

	Move SPACE to Dsid_rma_flag_ws.
	Call "GCV_SWIFT_RMA_CHK" using
		by reference Dsid_rma_flag_ws.
	If (Dsid_rma_flag_ws NOT = "W" )
	   AND (Dsid_rma_flag_ws NOT = "B" )
	    GO TO X991_CHECK_RMA_END
	END-IF.

	If (Cdt_adv_typ of Ent_credit_set NOT = "SWF" )
	    GO TO X991_CHECK_RMA_END
	END-IF.

	%Beg
	Dsid_rma_idtype_ws = Ent_credit_set.Cdt_typ.Cdt_idtype ;
	Dsid_rma_id_ws = Ent_credit_set.Cdt_typ.Cdt_id ;
	%End.
	If (Dsid_rma_idtype_ws NOT = "S" )
	   OR (Dsid_rma_id_ws_length < 8 )
	    GO TO X991_CHECK_RMA_END
	END-IF.

	Move SPACES to Dsid_rma_bic_ws.
	If Dsid_rma_id_ws_length < 11
	    Move Dsid_rma_id_ws(1:Dsid_rma_id_ws_length) to Dsid_rma_bic_ws
	ELSE
	    Move Dsid_rma_id_ws(1:11) to Dsid_rma_bic_ws
	END-IF.
	Move Bank of Loc_info of Ent_ftr_set to Dsid_rma_bank_ws.
	Move Dsid_rma_bank_ws to Dsid_rma_key_ws(1:3).
	Move Dsid_rma_bic_ws(1:8) to Dsid_rma_key_ws(4:8).

	Move "2" to Dsid_rma_cat_ws.
	If (Tran_type of Ent_ftr_set = "SWF" )
	   AND (Type_code of Ent_ftr_set(1:1) >= "1" )
	   AND (Type_code of Ent_ftr_set(1:1) <= "9" )
	    Move Type_code of Ent_ftr_set(1:1) to Dsid_rma_cat_ws
	ELSE
	    If (Bnp_id of Bnp of Ent_credit_set NOT = SPACE )
	       OR (Bnp_name1 of Ent_credit_set NOT = SPACES )
		Move "1" to Dsid_rma_cat_ws
	    END-IF
	END-IF.

	%ACE_IS Dsid_rma_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %Beg  Dsid_rma_que (Read_Only);  %End
	    %ACE_CONN_Q "MTS"////"SWIFT_RMA_AUTH" to Dsid_rma_que giving Dsid_rma_conn_wf;
	    If Failure_is in Dsid_rma_conn_wf
		GO TO X991_CHECK_RMA_END
	    END-IF
	END-IF.

	Call "NEX_GET_YYYYMMDD" using
	    by reference Dsid_rma_today_ws.

	%Beg
	BREAK: Dsid_rma_que;
	SEARCH: Dsid_rma_que (notrap, forward, eql,
		Key = Dsid_rma_key_ws);
	Dsid_rma_reason_ws = NULL;
	%End.

	If Failure_is in Dsid_rma_que_status
	    %Beg
	    Dsid_rma_reason_ws = " has no RMA authorization";
	    %End
	ELSE
	    If (Rma_status of Dsid_rma_que NOT = "E" )
		%Beg
		Dsid_rma_reason_ws = " has a revoked RMA authorization";
		%End
	    ELSE
		If (Valid_from of Dsid_rma_que > Dsid_rma_today_ws )
		   OR ((Valid_to of Dsid_rma_que NOT = SPACES )
		       AND (Valid_to of Dsid_rma_que < Dsid_rma_today_ws ))
		    %Beg
		    Dsid_rma_reason_ws = " has no RMA authorization in force";
		    %End
		ELSE
		    Move ZERO to Dsid_rma_cnt_ws
		    Inspect Send_cats of Dsid_rma_que tallying
			Dsid_rma_cnt_ws for all Dsid_rma_cat_ws
		    Inspect Send_cats of Dsid_rma_que tallying
			Dsid_rma_cnt_ws for all "*"
		    If Dsid_rma_cnt_ws = 0
			%Beg
			Dsid_compose ^OUT(Dsid_rma_reason_ws)
			    " has no RMA authorization for category ",
			    Dsid_rma_cat_ws, / ;
			%End
		    END-IF
		END-IF
	    END-IF
	END-IF.

	If Dsid_rma_reason_ws_length = 0
	    Move "C" to Dsid_rma_outcome_ws
	ELSE
	    If Dsid_rma_flag_ws = "B"
		Move "H" to Dsid_rma_outcome_ws
	    ELSE
		Move "O" to Dsid_rma_outcome_ws
	    END-IF
	END-IF.

%^ Log it.  An authorized wire is only written back over an entry an
%^ earlier pass left.
	%ACE_IS Dsid_rma_log connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"RMA_CHECK_LOG" to Dsid_rma_log giving Dsid_rma_log_conn_wf;
	ELSE
	    Set Success_is in Dsid_rma_log_conn_wf to TRUE
	END-IF.

	If Success_is in Dsid_rma_log_conn_wf
	    %Beg
	    Dsid_compose ^OUT(Dsid_rma_trn_ws)
		Ent_ftr_set.Trn_ref.Trn_date,
		Ent_ftr_set.Trn_ref.Trn_num, / ;

	    BREAK: Dsid_rma_log;
	    SEARCH: Dsid_rma_log (notrap, forward, eql,
		    Key = Dsid_rma_trn_ws);
	    %End
	    If Success_is in Dsid_rma_log_status
		%Beg
		Dsid_rma_log(notrap,
		    .Bic	= Dsid_rma_bic_ws,
		    .Category	= Dsid_rma_cat_ws,
		    .Outcome	= Dsid_rma_outcome_ws,
		    .Reason	= Dsid_rma_reason_ws,
		    .Amount	= Message_amount_ls,
		    .Currency	= Message_currency_ls );
		%End
	    ELSE
		If Dsid_rma_outcome_ws NOT = "C"
		    %Beg
		    Alloc_Elem: Dsid_rma_log(notrap,
			.Systime	 NOW,
			.Trn_key	= Dsid_rma_trn_ws,
			.Bank		= Dsid_rma_bank_ws,
			.Trn_date	= Trn_date of Trn_ref of Ent_ftr_set,
			.Trn_num	= Trn_num of Trn_ref of Ent_ftr_set,
			.Src_code	= Src_code of Ent_ftr_set,
			.Bic		= Dsid_rma_bic_ws,
			.Category	= Dsid_rma_cat_ws,
			.Outcome	= Dsid_rma_outcome_ws,
			.Reason		= Dsid_rma_reason_ws,
			.Amount		= Message_amount_ls,
			.Currency	= Message_currency_ls );
		    %End
		END-IF
	    END-IF
	END-IF.

	Evaluate Dsid_rma_outcome_ws
	    When "H"
		%Beg
		Dsid_compose ^OUT(Dsid_err_memo)
		    "Held - SWIFT receiver ", Dsid_rma_id_ws,
		    Dsid_rma_reason_ws, / ;
		%End
		Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END
		Set Success_is in Dsid_debit_adr_erred to TRUE
		Set Failure_is in Debitside_look_status_ls to TRUE
	    When "O"
		%Beg
		Dsid_compose ^OUT(Dsid_info_memo)
		    "Warning: SWIFT receiver ", Dsid_rma_id_ws,
		    Dsid_rma_reason_ws, / ;
		%End
		Perform X920_INFO_MEMO through X920_INFO_MEMO_END
	    When Other
		Continue
	End-evaluate.

X991_CHECK_RMA_END.
	EXIT.

X992_CHECK_REPET_SUSP.
* Watch-list suspension.  WATCH_RESCREEN re-screens every stored
*    repetitive's parties after each watch-list release, and when one
*    of them is blocked it suspends the repetitive on REPET_SUSPEND
*    (keyed bank:rep_id:line, the REPET_USAGE key) under the
*    investigation case it opened.  A suspended repetitive (Status
*    "S") fails the resolution through X900, so the wire lands in
*    repair, until compliance clears the case on MENU_INV, which lifts
*    the suspension (Status "L").  As in X985, Ent_rept_set must be
*    connected or there is nothing to key on.

	%ACE_IS Ent_rept_set connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    GO TO X992_CHECK_REPET_SUSP_END
	END-IF.

	%ACE_IS Dsid_rsus_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %Beg  Dsid_rsus_que (Read_Only);  %End
	    %ACE_CONN_Q "MTS"////"REPET_SUSPEND" to Dsid_rsus_que giving Dsid_rsus_conn_wf;
	    If Failure_is in Dsid_rsus_conn_wf
		GO TO X992_CHECK_REPET_SUSP_END
	    END-IF
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_rep_key_ws)
	    Ent_ftr_set.Loc_info.Bank, ":",
	    Ent_rept_set.Rep_id, ":", Ent_rept_set.Rep_line_num, / ;

	BREAK: Dsid_rsus_que;
	SEARCH: Dsid_rsus_que (notrap, forward, eql,
		Key = Dsid_rep_key_ws);
	%End.

	If Failure_is in Dsid_rsus_que_status
	    GO TO X992_CHECK_REPET_SUSP_END
	END-IF.

	If Status of Dsid_rsus_que NOT = "S"
	    GO TO X992_CHECK_REPET_SUSP_END
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_err_memo)
	    "Repetitive ", Dsid_rep_key_ws,
	    " suspended - watch-list hit on ", Dsid_rsus_que.Party_id,
	    ", case ", Dsid_rsus_que.Case_key, / ;
	%End.
	Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END.
	Set Success_is in Dsid_debit_adr_erred to TRUE.
	Set Failure_is in Debitside_look_status_ls to TRUE.

X992_CHECK_REPET_SUSP_END.
	EXIT.

X993_CHECK_LIQUIDITY.
* Liquidity-saving mode.  INTRADAY_POS_MON keeps each bank/currency
*    position on LIQ_POSITION (keyed bank:ccy): the day's debits and
*    credits, the POS_MON_LIMITS limit, and Over_limit "Y" while the
*    net debit is beyond it.  Under GCV_LIQ_SAVE_MODE = "Y" a fully
*    resolved payment whose position is over the limit -- or whose
*    position already has wires parked, so they keep their turn -- is
*    parked rather than released: a LIQ_QUEUE entry keyed by TRN,
*    status "P"arked, carrying its priority (the message priority
*    flag, lower first), the park time for FIFO order, and the
*    currency's CURRENCY_CAL_TABLES cutoff, is written riding the
*    message's commit, the position's parked count goes up by one, and
*    the wire is held in repair through X900.  LIQ_RELEASE releases
*    parked wires in priority then FIFO order as the position
*    recovers, escalating any near its cutoff; MENU_LIQ releases or
*    reprioritizes them by hand.
*    A priority payment -- LIQUIDITY_TABLES names its credit party
*    (CLS, a margin call account), its source, or its priority flag
*    (urgent) -- is never parked; X993_FIND_EXEMPT.
*    A released entry ("R") lets its wire through; one still parked,
*    or waiting on a manual release ("M"), holds a repair rerun again
*    without writing another.  The mode saves liquidity and is not a
*    control, so a queue that cannot be connected lets the wire go.

	Move SPACE to Dsid_liq_flag_ws.
	Call "GCV_LIQ_SAVE_MODE" using
		by reference Dsid_liq_flag_ws.
	If (Dsid_liq_flag_ws NOT = "Y" )
	    GO TO X993_CHECK_LIQUIDITY_END
	END-IF.

	Move SPACES to Dsid_liq_bank_ws.
	If (Dbt_adr_bnk_id of Ent_debit_set NOT = SPACES )
	    Move Dbt_adr_bnk_id of Ent_debit_set to Dsid_liq_bank_ws
	ELSE
	    Move Bank of Loc_info of Ent_ftr_set to Dsid_liq_bank_ws
	END-IF.
	Move Currency_code of Ent_ftr_set to Dsid_liq_ccy_ws.

	%ACE_IS Dsid_liq_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"LIQ_QUEUE" to Dsid_liq_que giving Dsid_liq_conn_wf;
	    If Failure_is in Dsid_liq_conn_wf
		GO TO X993_CHECK_LIQUIDITY_END
	    END-IF
	END-IF.

	%ACE_IS Dsid_liq_pos_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"LIQ_POSITION" to Dsid_liq_pos_que giving Dsid_liq_pos_conn_wf;
	    If Failure_is in Dsid_liq_pos_conn_wf
		GO TO X993_CHECK_LIQUIDITY_END
	    END-IF
	END-IF.

	%ACE_IS Dsid_liq_log connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"LIQ_ACTION_LOG" to Dsid_liq_log giving Dsid_liq_log_conn_wf;
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_liq_trn_ws)
	    Ent_ftr_set.Trn_ref.Trn_date,
	    Ent_ftr_set.Trn_ref.Trn_num, / ;

	BREAK: Dsid_liq_que;
	SEARCH: Dsid_liq_que (notrap, forward, eql,
		Key = Dsid_liq_trn_ws);
	%End.

	If Success_is in Dsid_liq_que_status
	    If (Liq_status of Dsid_liq_que = "P" )
	       OR (Liq_status of Dsid_liq_que = "M" )
		GO TO X993_HOLD
	    END-IF
	    GO TO X993_CHECK_LIQUIDITY_END
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_liq_pos_key_ws)
	    Dsid_liq_bank_ws, ":", Dsid_liq_ccy_ws, / ;

	BREAK: Dsid_liq_pos_que;
	SEARCH: Dsid_liq_pos_que (notrap, forward, eql,
		Key = Dsid_liq_pos_key_ws);
	%End.

	If Failure_is in Dsid_liq_pos_que_status
	    GO TO X993_CHECK_LIQUIDITY_END
	END-IF.

%^ A position not refreshed today says nothing about today; only a
%^ backlog of parked wires still holds the line.
	Call "NEX_GET_YYYYMMDD" using
	    by reference Dsid_liq_today_ws.
	Move Parked_count of Dsid_liq_pos_que to Dsid_liq_parked_ws.
	If ((Over_limit of Dsid_liq_pos_que NOT = "Y" )
	    OR (Pos_date of Dsid_liq_pos_que NOT = Dsid_liq_today_ws ))
	   AND (Dsid_liq_parked_ws = 0 )
	    GO TO X993_CHECK_LIQUIDITY_END
	END-IF.

	Perform X993_FIND_EXEMPT through X993_FIND_EXEMPT_END.
	If Dsid_liq_exempt_ws_length > 0
	    %Beg
	    Dsid_compose ^OUT(Dsid_info_memo)
		"Liquidity queue bypassed - ", Dsid_liq_bank_ws, " ",
		Dsid_liq_ccy_ws, " over its position limit but ",
		Dsid_liq_exempt_ws, " is a priority payment", / ;
	    %End
	    Perform X920_INFO_MEMO thru X920_INFO_MEMO_END
	    GO TO X993_CHECK_LIQUIDITY_END
	END-IF.

	Move Priority_flg of Ent_ftr_set to Dsid_liq_prio_ws.
	If (Dsid_liq_prio_ws < "0" )
	   OR (Dsid_liq_prio_ws > "9" )
	    Move "5" to Dsid_liq_prio_ws
	END-IF.

	Call "NEX_GET_HHMM" using
	    by reference Dsid_liq_hhmm_ws.
	Move Dsid_liq_today_ws to Dsid_liq_stamp_ws(1:8).
	Move Dsid_liq_hhmm_ws to Dsid_liq_stamp_ws(9:4).

%^ The currency's cutoff, for LIQ_RELEASE's escalation.
	Move SPACES to Dsid_liq_cutoff_ws.
	%Beg
	Dsid_cal_union_key_ws(.Idname = "CURRENCY_CAL_TABLES",
			      .Idprod = "MTS",
			      .Idbank =  Menu_bnk_union.Bnk_id,
			      .Idloc  = null,
			      .Idcust = null);
	Dsid_compose ^OUT(Dsid_liq_cfg_key_ws)
			"CUTOFF:", Dsid_liq_ccy_ws, ":", /;
	Dsid_cal_ordinal_ws = <1>;
	Dsid_cal_type_ws = "VSTR(4)";
	%End.
	Call "CFG_GET_ITEM" USING
	    		BY Reference Idname of Dsid_cal_union_key_ws
			BY Reference Idprod of Dsid_cal_union_key_ws
			BY Reference Idbank of Dsid_cal_union_key_ws
			BY Reference Idloc of Dsid_cal_union_key_ws
			BY Reference Idcust of Dsid_cal_union_key_ws
			BY Reference Dsid_liq_cfg_key_ws
			By Reference Dsid_cal_ordinal_ws
			By Reference Dsid_cal_type_ws
	     		By Reference Dsid_cal_data_ws
	     		By Reference Dsid_cal_data_ws_length
			By Reference Dsid_cal_errmsg_ws
        		By Reference Dsid_cal_errmsg_ws_length
	RETURNING Dsid_cal_ret_stat.
	If (Success_is in Dsid_cal_ret_stat )
	   AND (Dsid_cal_data_ws_length >= 4 )
	    Move Dsid_cal_data_ws(1:4) to Dsid_liq_cutoff_ws
	END-IF.

	Add 1 to Dsid_liq_parked_ws.
	%Beg
	Alloc_Elem: Dsid_liq_que(notrap,
	    .Systime	 NOW,
	    .Trn_key	 = Dsid_liq_trn_ws,
	    .Bank	 = Dsid_liq_bank_ws,
	    .Currency	 = Dsid_liq_ccy_ws,
	    .Amount	 = Ent_ftr_set.Amount,
	    .Priority	 = Dsid_liq_prio_ws,
	    .Park_stamp	 = Dsid_liq_stamp_ws,
	    .Cutoff	 = Dsid_liq_cutoff_ws,
	    .Liq_status	 = "P",
	    .Escalated	 = "N" );

	Dsid_liq_pos_que(notrap, .Parked_count = Dsid_liq_parked_ws );
	%End.

	If Success_is in Dsid_liq_log_conn_wf
	    %Beg
	    Alloc_Elem: Dsid_liq_log(notrap,
		.Systime	NOW,
		.Trn_key	= Dsid_liq_trn_ws,
		.Bank	= Dsid_liq_bank_ws,
		.Currency	= Dsid_liq_ccy_ws,
		.Action	= "PARK",
		.Person	= "DEBITSIDE",
		.Old_priority	= Dsid_liq_prio_ws,
		.New_priority	= Dsid_liq_prio_ws,
		.Memo	= "Parked - position over its intraday limit" );
	    %End
	END-IF.

X993_HOLD.
	%Beg
	Dsid_compose ^OUT(Dsid_err_memo)
	    "Liquidity queue: ", Dsid_liq_bank_ws, " ", Dsid_liq_ccy_ws,
	    " over its position limit - parked for LIQ_RELEASE", / ;
	%End.
	Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END.
	Set Success_is in Dsid_debit_adr_erred to TRUE.
	Set Failure_is in Debitside_look_status_ls to TRUE.

X993_CHECK_LIQUIDITY_END.
	EXIT.

X993_FIND_EXEMPT.
* Is this a priority payment the liquidity queue must not hold?
*    LIQUIDITY_TABLES (bank scoped like CURRENCY_CAL_TABLES) names
*    them by item, the value being the label the memo shows:
*	EXEMPT:CDT:<credit party id>:	CLS Bank, a CCP margin account
*	EXEMPT:SRC:<source code>:	a margin call or CLS pay-in feed
*	EXEMPT:FLG:<priority flag>:	a wire tagged urgent
*    Returns the label in Dsid_liq_exempt_ws, null when none applies.

	%Beg
	Dsid_liq_exempt_ws = NULL ;
	Dsid_liq_tag_ws = Ent_credit_set.Cdt_typ.Cdt_id ;
	%End.
	If Dsid_liq_tag_ws_length > 0
	    %Beg
	    Dsid_compose ^OUT(Dsid_liq_cfg_key_ws)
		"EXEMPT:CDT:", Dsid_liq_tag_ws, ":", / ;
	    %End
	    Perform X993_PROBE_EXEMPT through X993_PROBE_EXEMPT_END
	    If Dsid_liq_exempt_ws_length > 0
		GO TO X993_FIND_EXEMPT_END
	    END-IF
	END-IF.

	If (Src_code of Ent_ftr_set NOT = SPACES )
	    %Beg
	    Dsid_compose ^OUT(Dsid_liq_cfg_key_ws)
		"EXEMPT:SRC:", Ent_ftr_set.Src_code, ":", / ;
	    %End
	    Perform X993_PROBE_EXEMPT through X993_PROBE_EXEMPT_END
	    If Dsid_liq_exempt_ws_length > 0
		GO TO X993_FIND_EXEMPT_END
	    END-IF
	END-IF.

	If (Priority_flg of Ent_ftr_set NOT = SPACE )
	    %Beg
	    Dsid_compose ^OUT(Dsid_liq_cfg_key_ws)
		"EXEMPT:FLG:", Ent_ftr_set.Flgs.Priority_flg, ":", / ;
	    %End
	    Perform X993_PROBE_EXEMPT through X993_PROBE_EXEMPT_END
	END-IF.

X993_FIND_EXEMPT_END.
	EXIT.

X993_PROBE_EXEMPT.
* One LIQUIDITY_TABLES lookup of the item in Dsid_liq_cfg_key_ws; an
*    item present with no label is labelled "PRIORITY".

	%Beg
	Dsid_cal_union_key_ws(.Idname = "LIQUIDITY_TABLES",
			      .Idprod = "MTS",
			      .Idbank =  Menu_bnk_union.Bnk_id,
			      .Idloc  = null,
			      .Idcust = null);
	Dsid_cal_ordinal_ws = <1>;
	Dsid_cal_type_ws = "VSTR(16)";
	%End.
	Call "CFG_GET_ITEM" USING
	    		BY Reference Idname of Dsid_cal_union_key_ws
			BY Reference Idprod of Dsid_cal_union_key_ws
			BY Reference Idbank of Dsid_cal_union_key_ws
			BY Reference Idloc of Dsid_cal_union_key_ws
			BY Reference Idcust of Dsid_cal_union_key_ws
			BY Reference Dsid_liq_cfg_key_ws
			By Reference Dsid_cal_ordinal_ws
			By Reference Dsid_cal_type_ws
	     		By Reference Dsid_cal_data_ws
	     		By Reference Dsid_cal_data_ws_length
			By Reference Dsid_cal_errmsg_ws
        		By Reference Dsid_cal_errmsg_ws_length
	RETURNING Dsid_cal_ret_stat.

	If Failure_is in Dsid_cal_ret_stat
	    GO TO X993_PROBE_EXEMPT_END
	END-IF.

	If Dsid_cal_data_ws_length = 0
	    %Beg  Dsid_liq_exempt_ws = "PRIORITY" ;  %End
	ELSE
	    %Beg  Dsid_liq_exempt_ws = Dsid_cal_data_ws ;  %End
	END-IF.

X993_PROBE_EXEMPT_END.
	EXIT.

X994_CHECK_COVER.
* Cover hold.  COVER_MATCH pairs each underlying customer transfer
*    (MT103, pacs.008) with its cover (MT202COV, pacs.009 COV) and
*    keeps both on COVER_MATCH_QUE, keyed by TRN.  An underlying still
*    unmatched when its currency's cutoff passes is marked "H"eld
*    there.  Under GCV_COVER_HOLD = "Y" such a wire fails to repair
*    here, every time it is resolved, until COVER_MATCH matches its
*    cover and marks it "M"atched -- paying out an underlying whose
*    cover never comes is the funding loss the hold is for.  Any other
*    entry, or none, lets the wire through; so does a queue that
*    cannot be connected, the same as the liquidity queue.

	Move SPACE to Dsid_cov_flag_ws.
	Call "GCV_COVER_HOLD" using
		by reference Dsid_cov_flag_ws.
	If (Dsid_cov_flag_ws NOT = "Y" )
	    GO TO X994_CHECK_COVER_END
	END-IF.

	%ACE_IS Dsid_cov_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"COVER_MATCH_QUE" to Dsid_cov_que giving Dsid_cov_conn_wf;
	    If Failure_is in Dsid_cov_conn_wf
		GO TO X994_CHECK_COVER_END
	    END-IF
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_cov_trn_ws)
	    Ent_ftr_set.Trn_ref.Trn_date,
	    Ent_ftr_set.Trn_ref.Trn_num, / ;

	BREAK: Dsid_cov_que;
	SEARCH: Dsid_cov_que (notrap, forward, eql,
		Key = Dsid_cov_trn_ws);
	%End.

	If Failure_is in Dsid_cov_que_status
	    GO TO X994_CHECK_COVER_END
	END-IF.

	If (Cov_side of Dsid_cov_que NOT = "U" )
	   OR (Match_status of Dsid_cov_que NOT = "H" )
	    GO TO X994_CHECK_COVER_END
	END-IF.

	%Beg
	Dsid_compose ^OUT(Dsid_err_memo)
	    "Cover not received by the ", Dsid_cov_que.Currency,
	    " cutoff - held until COVER_MATCH matches its cover", / ;
	%End.
	Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END.
	Set Success_is in Dsid_debit_adr_erred to TRUE.
	Set Failure_is in Debitside_look_status_ls to TRUE.

X994_CHECK_COVER_END.
	EXIT.

X995_CHECK_FIRST_BENEF.
	Dsid_compose ^OUT(Dsid_info_memo)
	    "First payment from this account to beneficiary ",
	    Dsid_fb_cdt_ws, / ;
	Dsid_case_text_ws = Dsid_info_memo;
	%End.
	Perform X920_INFO_MEMO through X920_INFO_MEMO_END.
	Call "DEBIT_OPEN_CASE" using
		by content "BENF",
		by reference Dsid_case_text_ws.

	If Dsid_fb_flag_ws = "B"
	    %beg Dsid_fb_amt_ws = <0>; %end
	Dsid_compose ^OUT(Dsid_err_memo)
	    "Held for callback verification - record the callback on"
	    " the CBV screen", / ;
	Dsid_case_text_ws = Dsid_err_memo;
	%End.
	Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END.
	Call "DEBIT_OPEN_CASE" using
		by content "CBCK",
		by reference Dsid_case_text_ws.
	Set Success_is in Dsid_debit_adr_erred to TRUE.
	Set Failure_is in Debitside_look_status_ls to TRUE.

X996_CHECK_CALLBACK_END.
	EXIT.

X997_CHECK_PAYEE.
* Confirmation of payee.  Every other control here looks at the debit
*    side; nothing checked that the beneficiary NAME in the message
*    belongs to the beneficiary ACCOUNT, and a misdirected or
*    fraudulent wire typically names one person and carries another's
*    account number.  When the credit party id resolves (exactly, no
*    partial matches) to an address on our own REL file, the message's
*    Cdt_name1 and the address's Adr_name are both folded the way
*    ACCT_LOOKUP's X800_NORMALIZE_NAME folds a name search key (see
*    X997_FOLD_NAME) and scored as the percentage of significant words
*    the two share, over the longer of the two names.
*    Armed by GCV_PAYEE_CHK: spaces = off, "W" = warn only, "B" = warn
*    in the band and hold below it.  The band comes from
*    GCV_PAYEE_PASS_PCT (a score at or above it passes; default 75)
*    and GCV_PAYEE_HOLD_PCT (under "B", a score below it is a debit
*    party error through X900 and the wire lands in repair; default
*    25).  Scores in between warn through X920.
*    Every scored wire -- pass or not, so the report has its
*    denominator -- is written to PAYEE_CHECK_LOG keyed by TRN, riding
*    the message's commit.  A rerun of the same wire rescores its own
*    entry in place rather than adding another.

	Move SPACE to Dsid_cop_flag_ws.
	Call "GCV_PAYEE_CHK" using
		by reference Dsid_cop_flag_ws.
	If (Dsid_cop_flag_ws NOT = "W" )
	   AND (Dsid_cop_flag_ws NOT = "B" )
	    GO TO X997_CHECK_PAYEE_END
	END-IF.

	%Beg
	Dsid_cop_idtype_ws = Ent_credit_set.Cdt_typ.Cdt_idtype ;
	Dsid_cop_id_ws = Ent_credit_set.Cdt_typ.Cdt_id ;
	Dsid_cop_msg_name_ws = Ent_credit_set.Cdt_name1 ;
	%End.
	If (Dsid_cop_idtype_ws = SPACE )
	   OR (Dsid_cop_id_ws_length = 0 )
	   OR (Dsid_cop_msg_name_ws_length = 0 )
	    GO TO X997_CHECK_PAYEE_END
	END-IF.

%^ Park the debit side's address while ACCT_LOOKUP borrows Relget.
	%Beg
	Dsid_cop_sav_idtype = Relget_return_idtype;
	Dsid_cop_sav_msgcode = Relget_msgcode;
	BREAK: Dsid_cop_sav_adr_set;
	Relget_adr_set EQUATE: Dsid_cop_sav_adr_set(NOMOD);
	BREAK: Relget_adr_set ;
	%End.

	Move SPACE to Dsid_cop_ovr.
	Move SPACE to Dsid_cop_multi_ws.
	Move SPACE to Dsid_cop_pend_del.
	Call "ACCT_LOOKUP" using
	    by reference Dsid_cop_idtype_ws
	    by reference Dsid_cop_id_ws
	    by reference Dsid_cop_ovr
	    by content "T"
	    by reference Dsid_cop_multi_ws
	    by reference Message_currency_ls
	    by reference Dsid_cop_pend_del
	  RETURNING Dsid_cop_ret_stat.

	%Beg  Dsid_cop_file_name_ws = NULL;  %End.
	If (Success_is in Dsid_cop_ret_stat )
	   AND (Dsid_cop_ovr = SPACE )
	   AND (Rel_id of Relget_adr_set NOT = ZERO )
	    %Beg  Dsid_cop_file_name_ws = Relget_adr_set.Adr_name ;  %End
	END-IF.

	%Beg
	Relget_return_idtype = Dsid_cop_sav_idtype;
	Relget_msgcode = Dsid_cop_sav_msgcode;
	BREAK: Relget_adr_set ;
	Dsid_cop_sav_adr_set EQUATE: Relget_adr_set(NOMOD);
	BREAK: Dsid_cop_sav_adr_set ;
	%End.

%^ Not one of our accounts (or no name on file) -- nothing to confirm.
	If Dsid_cop_file_name_ws_length = 0
	    GO TO X997_CHECK_PAYEE_END
	END-IF.

%^ Fold the on-file name first, then fold the message name probing
%^ each of its words against the folded on-file name.
	Move spaces to Dsid_cop_in_ws.
	Move Dsid_cop_file_name_ws(1:Dsid_cop_file_name_ws_length)
		to Dsid_cop_in_ws.
	Move Dsid_cop_file_name_ws_length to Dsid_cop_in_len_ws.
	Set Failure_is in Dsid_cop_probing_wf to TRUE.
	Perform X997_FOLD_NAME through X997_FOLD_NAME_END.
	%Beg  Dsid_cop_file_fold_ws = Dsid_cop_fold_ws;  %End.
	Move Dsid_cop_words_ws to Dsid_cop_file_words_ws.

	Move spaces to Dsid_cop_in_ws.
	Move Dsid_cop_msg_name_ws(1:Dsid_cop_msg_name_ws_length)
		to Dsid_cop_in_ws.
	Move Dsid_cop_msg_name_ws_length to Dsid_cop_in_len_ws.
	Move ZERO to Dsid_cop_matched_ws.
	Set Success_is in Dsid_cop_probing_wf to TRUE.
	Perform X997_FOLD_NAME through X997_FOLD_NAME_END.

%^ A name with no significant word at all (initials only, say) cannot
%^ be scored either way.
	If (Dsid_cop_words_ws = 0 )
	   OR (Dsid_cop_file_words_ws = 0 )
	    GO TO X997_CHECK_PAYEE_END
	END-IF.

	If Dsid_cop_words_ws > Dsid_cop_file_words_ws
	    Compute Dsid_cop_score_ws =
		(Dsid_cop_matched_ws * 100) / Dsid_cop_words_ws
	ELSE
	    Compute Dsid_cop_score_ws =
		(Dsid_cop_matched_ws * 100) / Dsid_cop_file_words_ws
	END-IF.

	Move ZERO to Dsid_cop_pass_ws.
	Call "GCV_PAYEE_PASS_PCT" using
		by reference Dsid_cop_pass_ws.
	If Dsid_cop_pass_ws NOT > 0
	    Move 75 to Dsid_cop_pass_ws
	END-IF.
	Move ZERO to Dsid_cop_hold_ws.
	Call "GCV_PAYEE_HOLD_PCT" using
		by reference Dsid_cop_hold_ws.
	If Dsid_cop_hold_ws NOT > 0
	    Move 25 to Dsid_cop_hold_ws
	END-IF.

	Evaluate TRUE
	    When Dsid_cop_score_ws NOT < Dsid_cop_pass_ws
		Move "P" to Dsid_cop_outcome_ws
	    When (Dsid_cop_flag_ws = "B" )
	       AND (Dsid_cop_score_ws < Dsid_cop_hold_ws)
		Move "H" to Dsid_cop_outcome_ws
	    When Other
		Move "W" to Dsid_cop_outcome_ws
	End-evaluate.

%^ Log it, rescoring this wire's own entry on a rerun.
	%ACE_IS Dsid_cop_log connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"PAYEE_CHECK_LOG" to Dsid_cop_log giving Dsid_cop_conn_wf;
	ELSE
	    Set Success_is in Dsid_cop_conn_wf to TRUE
	END-IF.

	If Success_is in Dsid_cop_conn_wf
	    %Beg
	    Dsid_compose ^OUT(Dsid_cop_trn_ws)
		Ent_ftr_set.Trn_ref.Trn_date,
		Ent_ftr_set.Trn_ref.Trn_num, / ;

	    SEARCH: Dsid_cop_log (notrap, forward, eql,
		    Key = Dsid_cop_trn_ws);
	    %End
	    If Success_is in Dsid_cop_log_status
		%Beg
		Dsid_cop_log(notrap,
		    .Score	= Dsid_cop_score_ws,
		    .Outcome	= Dsid_cop_outcome_ws,
		    .Msg_name	= Dsid_cop_msg_name_ws,
		    .File_name	= Dsid_cop_file_name_ws );
		%End
	    ELSE
		%Beg
		Alloc_Elem: Dsid_cop_log(notrap,
		    .Systime	 NOW,
		    .Trn_key	= Dsid_cop_trn_ws,
		    .Bank	= Ent_ftr_set.Loc_info.Bank,
		    .Trn_date	= Trn_date of Trn_ref of Ent_ftr_set,
		    .Trn_num	= Trn_num of Trn_ref of Ent_ftr_set,
		    .Src_code	= Ent_ftr_set.Src_code,
		    .Cdt_idtype	= Dsid_cop_idtype_ws,
		    .Cdt_id	= Dsid_cop_id_ws,
		    .Score	= Dsid_cop_score_ws,
		    .Outcome	= Dsid_cop_outcome_ws,
		    .Msg_name	= Dsid_cop_msg_name_ws,
		    .File_name	= Dsid_cop_file_name_ws );
		%End
	    END-IF
	END-IF.

	Evaluate Dsid_cop_outcome_ws
	    When "H"
		%Beg
		Dsid_compose ^OUT(Dsid_err_memo)
		    "Held - beneficiary name does not match account holder ",
		    Dsid_cop_file_name_ws, / ;
		%End
		Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END
		Set Success_is in Dsid_debit_adr_erred to TRUE
		Set Failure_is in Debitside_look_status_ls to TRUE
	    When "W"
		%Beg
		Dsid_compose ^OUT(Dsid_info_memo)
		    "Warning: beneficiary name differs from account holder ",
		    Dsid_cop_file_name_ws, / ;
		%End
		Perform X920_INFO_MEMO through X920_INFO_MEMO_END
	    When Other
		Continue
	End-evaluate.

X997_CHECK_PAYEE_END.
	EXIT.

X997_FOLD_NAME.
* Fold the name in Dsid_cop_in_ws (Dsid_cop_in_len_ws long) into
*    Dsid_cop_fold_ws as " WORD WORD ... ", counting its significant
*    words in Dsid_cop_words_ws.  The fold is ACCT_LOOKUP's
*    X800_NORMALIZE_NAME fold -- upper case, punctuation as a word
*    break, doubled letters collapsed, the umlaut-transliteration "E"
*    after A/O/U dropped -- and, as REL_NORM_BLD does, only words of 3
*    or more characters count.  KEEP IN STEP WITH X800.
*    With Dsid_cop_probing_wf set, each significant word is also looked
*    for in Dsid_cop_file_fold_ws and Dsid_cop_matched_ws counted up.

	Inspect Dsid_cop_in_ws converting
		"abcdefghijklmnopqrstuvwxyz" to
		"ABCDEFGHIJKLMNOPQRSTUVWXYZ".
	Inspect Dsid_cop_in_ws converting
		".,-/&'()+:;*" to "            ".

	Move spaces to Dsid_cop_fold_ws, Dsid_cop_word_ws.
	Move 1 to Dsid_cop_fold_ws_length.
	%Beg  Dsid_cop_word_ws = NULL;  %End.
	Move ZERO to Dsid_cop_words_ws.
	Move space to Dsid_cop_prev_ws.

%^ One pass past the end so the final word is closed out by the
%^ trailing space.
	Perform varying Dsid_cop_idx_ws from 1 by 1
		until Dsid_cop_idx_ws > Dsid_cop_in_len_ws + 1

	    If Dsid_cop_idx_ws > Dsid_cop_in_len_ws
		Move space to Dsid_cop_char_ws
	    Else
		Move Dsid_cop_in_ws(Dsid_cop_idx_ws:1) to Dsid_cop_char_ws
	    End-if

	    Evaluate TRUE

%^ Word break: keep the word if it is significant.
		when Dsid_cop_char_ws = space
		    If (Dsid_cop_word_ws_length > 2 )
		       AND (Dsid_cop_fold_ws_length + Dsid_cop_word_ws_length
			    < %siz(Dsid_cop_fold_ws) )
			Move Dsid_cop_word_ws(1:Dsid_cop_word_ws_length) to
			    Dsid_cop_fold_ws(Dsid_cop_fold_ws_length + 1:
					     Dsid_cop_word_ws_length)
			Add Dsid_cop_word_ws_length to Dsid_cop_fold_ws_length
			Add 1 to Dsid_cop_fold_ws_length
			Move space to
			    Dsid_cop_fold_ws(Dsid_cop_fold_ws_length:1)
			Add 1 to Dsid_cop_words_ws
			If Success_is in Dsid_cop_probing_wf
			    Perform X997_PROBE_WORD through X997_PROBE_WORD_END
			End-if
		    End-if
		    %Beg  Dsid_cop_word_ws = NULL;  %End
		    Move space to Dsid_cop_prev_ws

%^ Doubled letter collapses to one.
		when Dsid_cop_char_ws = Dsid_cop_prev_ws
		    Continue

%^ "E" after A, O, or U is the umlaut transliteration - drop it.
		when (Dsid_cop_char_ws = "E" )
		   AND (Dsid_cop_prev_ws = "A" OR "O" OR "U" )
		    Continue

		when other
		    If Dsid_cop_word_ws_length < %siz(Dsid_cop_word_ws)
			Add 1 to Dsid_cop_word_ws_length
			Move Dsid_cop_char_ws to
				Dsid_cop_word_ws(Dsid_cop_word_ws_length:1)
			Move Dsid_cop_char_ws to Dsid_cop_prev_ws
		    End-if
	    End-evaluate

	End-perform.

X997_FOLD_NAME_END.
	EXIT.

X997_PROBE_WORD.
* Is the word just folded (Dsid_cop_word_ws) one of the on-file name's
*    words?  The folded names are space-delimited front and back, so
*    " WORD " can only match a whole word.

	Move spaces to Dsid_cop_probe_ws.
	Move 1 to Dsid_cop_probe_ws_length.
	Move Dsid_cop_word_ws(1:Dsid_cop_word_ws_length) to
		Dsid_cop_probe_ws(2:Dsid_cop_word_ws_length).
	Add Dsid_cop_word_ws_length to Dsid_cop_probe_ws_length.
	Add 1 to Dsid_cop_probe_ws_length.

	Move ZERO to Dsid_cop_hits_ws.
	Inspect Dsid_cop_file_fold_ws(1:Dsid_cop_file_fold_ws_length)
		tallying Dsid_cop_hits_ws
		for all Dsid_cop_probe_ws(1:Dsid_cop_probe_ws_length).
	If Dsid_cop_hits_ws > 0
	    Add 1 to Dsid_cop_matched_ws
	END-IF.

X997_PROBE_WORD_END.
	EXIT.

%^******************************************************************************
%^
%^      DEBITSIDE_SCREEN
		Dsid_compose ^OUT(Dsid_err_memo)
		    "Daylight exposure hard limit exceeded on debit"
		    " account ", Dsid_exp_acct_ws, / ;
		Dsid_case_text_ws = Dsid_err_memo;
		%End
		Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END
		Call "DEBIT_OPEN_CASE" using
		    by content "EXPO",
		    by reference Dsid_case_text_ws
		Set Success_is in Dsid_debit_acc_erred to TRUE
		Set Failure_is in Debit_look_account_status_ls to true

		Dsid_compose ^OUT(Dsid_info_memo)
		    "Warning: daylight exposure soft limit exceeded on"
		    " debit account ", Dsid_exp_acct_ws, / ;
		Dsid_case_text_ws = Dsid_info_memo;
		%End
		Perform X920_INFO_MEMO through X920_INFO_MEMO_END
		Call "DEBIT_OPEN_CASE" using
		    by content "EXPO",
		    by reference Dsid_case_text_ws

	    When OTHER
		CONTINUE
		Dsid_compose ^OUT(Dsid_err_memo)
		    "Daylight exposure hard limit exceeded on debit"
		    " account ", Dsid_exp_acct_ws, / ;
		Dsid_case_text_ws = Dsid_err_memo;
		%End
		Perform X900_ERROR_MEMO through X900_ERROR_MEMO_END
		Call "DEBIT_OPEN_CASE" using
		    by content "EXPO",
		    by reference Dsid_case_text_ws
		Set Failure_is in Debit_screen_account_status_ls to true
		Set Failure_is in Nothing_suspicious_ls to true

		Dsid_compose ^OUT(Dsid_info_memo)
		    "Warning: daylight exposure soft limit exceeded on"
		    " debit account ", Dsid_exp_acct_ws, / ;
		Dsid_case_text_ws = Dsid_info_memo;
		%End
		Perform X920_INFO_MEMO through X920_INFO_MEMO_END
		Call "DEBIT_OPEN_CASE" using
		    by content "EXPO",
		    by reference Dsid_case_text_ws

	    When OTHER
		CONTINUE

B100_HARVEST_MEMOS_END.
	EXIT.

%^******************************************************************************
%^
%^      DEBIT_OPEN_CASE
%^
%^******************************************************************************
%^
%^ Opens an investigation case on INV_CASE_QUE for a payment risk alert
%^ raised while resolving the current message (Ent_ftr_set), so every
%^ alert lands in the one queue the MENU_INV screen works and
%^ RPT_INV_CASE_AGING ages.  The case is keyed <type>:<TRN>; resolution
%^ runs more than once per wire, so an alert type already open (or
%^ already worked) for the TRN is left alone.  The case and its "OPEN"
%^ entry on the INV_CASE_LOG action log ride the message's commit, the
%^ way the X990 fingerprints do, so a cancelled resolution leaves no
%^ case behind.
%^
%^ Alert types:
%^	SANC	sanctions screening flag (C460_SANCTIONS_SCREEN)
%^	DUPP	suspected duplicate payment (X990_CHECK_DUP_PAYMENT)
%^	BENF	first-time beneficiary (X995_CHECK_FIRST_BENEF)
%^	CBCK	callback verification hold (X996_CHECK_CALLBACK)
%^	EXPO	daylight exposure breach (C575_CHECK_DAY_EXPOSURE)
%^
%^   Calling format:
%^	Call "DEBIT_OPEN_CASE" using
%^	    by content <type>,
%^	    by reference <80-character alert text>
%^
%^ Modification history:
%^
%^	R. Iverson	05-Oct-2010	CR13219
%^		Initial version.
%^******************************************************************************
%module DEBIT_OPEN_CASE;

%^*****************************************************************************
%^ Macro definitions.
%^ %MAR
%^ .default	displacement,long
%^ %end
%^*****************************************************************************

%linkage
01  Case_type_ls	  	%Str(4);
01  Case_text_ls	  	%Str(80);

%Procedure using Case_type_ls, Case_text_ls.

%^*****************************************************************************

A100_MAIN.

	%ACE_IS Dsid_case_que connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"INV_CASE_QUE" to Dsid_case_que giving Dsid_case_conn_wf;
	    If Failure_is in Dsid_case_conn_wf
		GO TO A100_MAIN_END
	    END-IF
	END-IF.

	%ACE_IS Dsid_case_log connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"INV_CASE_LOG" to Dsid_case_log giving Dsid_case_conn_wf;
	    If Failure_is in Dsid_case_conn_wf
		GO TO A100_MAIN_END
	    END-IF
	END-IF.

	Move Case_type_ls to Dsid_case_type_ws.
	Move Case_text_ls to Dsid_case_text_ws.

	%Beg
	Dsid_compose ^OUT(Dsid_case_trn_ws)
	    Ent_ftr_set.Trn_ref.Trn_date,
	    Ent_ftr_set.Trn_ref.Trn_num, / ;
	Dsid_compose ^OUT(Dsid_case_key_ws)
	    Dsid_case_type_ws, ":", Dsid_case_trn_ws, / ;

	BREAK: Dsid_case_que;
	SEARCH: Dsid_case_que (notrap, forward, eql,
		Key = Dsid_case_key_ws);
	%End.

	If Success_is in Dsid_case_que_status
	    GO TO A100_MAIN_END
	END-IF.

	%Beg
	Dsid_case_opr_ws = Ent_ftr_set.Cal.Caller;
	Dsid_case_amt_ws = Ent_ftr_set.Amount;

	Alloc_Elem: Dsid_case_que(notrap,
	    .Systime	 NOW,
	    .Case_key	= Dsid_case_key_ws,
	    .Case_type	= Dsid_case_type_ws,
	    .Trn_date	= Trn_date of Trn_ref of Ent_ftr_set,
	    .Trn_num	= Trn_num of Trn_ref of Ent_ftr_set,
	    .Bank	= Ent_ftr_set.Loc_info.Bank,
	    .Amount	= Dsid_case_amt_ws,
	    .Currency	= Ent_ftr_set.Currency_code,
	    .Alert_text	= Dsid_case_text_ws,
	    .Case_status = "O",
	    .Owner	= NULL,
	    .Dispo	= NULL );

	Alloc_Elem: Dsid_case_log(notrap,
	    .Systime	 NOW,
	    .Case_key	= Dsid_case_key_ws,
	    .Person	= Dsid_case_opr_ws,
	    .Action	= "OPEN",
	    .Memo	= Dsid_case_text_ws );
	%End.

A100_MAIN_END.
	%EXIT PROGRAM.
