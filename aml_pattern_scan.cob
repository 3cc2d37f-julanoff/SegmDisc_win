%Module AML_PATTERN_SCAN <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Structuring and velocity pattern scan.
*
* GCV_CALLBACK_AMT and C575_CHECK_DAY_EXPOSURE look at one wire and at
* one day.  This batch looks at each debit account's completed wires
* over a rolling window, for the BSA desk.
*
* Each run first adds the day's accounting extract (BY_LOGS_DMP
* /GL_EXTRACT, trailer-checked the GL_JOURNAL_GEN way) to the wire
* history queue AML_WIRE_HIST, keyed
*	<bank>:<idtype>/<account>:<wire date>:<TRN>
* so one account's wires sit together in date order.  A rerun adds
* nothing twice.  Wires older than /PURGE_DAYS=<n> (default 120) are
* removed.
*
* It then walks the history account by account.  The window is the
* /DATE day and the days before it; the baseline is the days before
* the window.  The rules come from the AML_RULE_TABLES config union
* under the bank's union key, ordinal 1, each "<a>|<b>" (a zero
* switches a rule off):
*	WINDOW:		window days | baseline days	 default 3|90
*	STRUCTURING:	pct | wires -- at least <wires> window wires
*			at or over <pct> percent of GCV_CALLBACK_AMT
*			and under it			 default 90|3
*	VELOCITY:	factor | wires -- at least <wires> window wires,
*			and the window's daily count or amount over
*			<factor> times the baseline's	 default 3|5
*	FAN_OUT:	beneficiaries | pct -- at least <beneficiaries>
*			credit parties not paid in the baseline, taking
*			at least <pct> percent of the window's wires
*							 default 5|50
* Amounts are compared as carried, in the wire's own currency.
*
* Every account that hits a rule gets a scored alert on AML_ALERT_LOG
* keyed <date>:<inverted score>:<account>, with the contributing TRNs
* (up to 28), so a walk of the date gives the ranked list.  A rerun
* for the same date replaces that date's alerts.  The ranked list is
* printed to AML_PATTERN_SCAN_OUTPUT.
*
* An extract that does not check is not loaded and nothing is scanned;
* the run returns a bad exit status.

* REVISION HISTORY
* ----------------
*
* R. Iverson	28-Sep-2010	CR13216
*	New module.
*
* R. Iverson	09-Nov-2010	CR13234
*	The extract record grew to 145 characters (value date and
*	sending bank's reference added at the end).

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select GLEXT_FILE	Assign to "BY_LOGS_DMP_GLEXT"
	       FILE STATUS IS Glext_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select AML_RPT_FILE	Assign to "AML_PATTERN_SCAN_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

* BY_LOGS_DMP /GL_EXTRACT record, as GL_JOURNAL_GEN reads it.
FD  GLEXT_FILE record 145 characters.
01  GLEXT_REC.
    02 GLX_BANK_ID		pic x(04).
    02 GLX_TRN_DATE		pic x(08).
    02 GLX_TRN_NUM		pic x(08).
    02 GLX_WIRE_TYPE		pic x(04).
    02 GLX_CURRENCY		pic x(03).
    02 GLX_AMOUNT		pic 9(15)v9(03).
    02 GLX_DBT_BANK		pic x(03).
    02 GLX_DBT_IDTYPE		pic x(01).
    02 GLX_DBT_ACCOUNT		pic x(34).
    02 GLX_CDT_BANK		pic x(03).
    02 GLX_CDT_IDTYPE		pic x(01).
    02 GLX_CDT_ACCOUNT		pic x(34).
    02 GLX_VALUE_DATE		pic x(08).
    02 GLX_SND_REF		pic x(16).

FD  AML_RPT_FILE record 132 characters.
01  AML_RPT_REC			Pic X(132).

Working-Storage Section.

01 Glext_file_stat		pic XX value spaces.
01 Glext_eof_sw			Pic X value "N".
   88 Glext_eof			value "Y".
01 Trailer_seen_sw		Pic X value "N".
   88 Trailer_seen		value "Y".
01 First_entry_sw		Pic X value "Y".
   88 First_entry		value "Y".

01 Rec_count_ws			pic 9(09) comp-5 value zeroes.
01 Amt_hash_ws			pic 9(15)v9(3) comp-3 value zeroes.
01 Load_count_ws		pic 9(07) comp-5 value zeroes.
01 Purge_count_ws		pic 9(07) comp-5 value zeroes.
01 Acct_count_ws		pic 9(07) comp-5 value zeroes.
01 Alert_count_ws		pic 9(07) comp-5 value zeroes.
01 Purge_days_ws		pic 9(05) comp-5 value 120.
01 Age_days_ws			pic s9(05) comp-5 value zeroes.
01 Report_age_ws		pic s9(05) comp-5 value zeroes.

* The extract's ZZTRAILER record, as BY_LOGS_DMP_VFY parses it.
01 Trailer_parse_ws.
   05 Tr_tag_ws			Pic X(09).
   05 Filler			Pic X(01).
   05 Tr_count_in_ws		Pic 9(09).
   05 Filler			Pic X(01).
   05 Tr_hash_in_ws		Pic 9(15)v9(3).

* Rules of the bank being scanned (see the AML_RULE_TABLES items).
01 Rule_bank_ws			Pic X(03) value high-values.
01 Rule_window_ws		pic 9(03) comp-5 value 3.
01 Rule_base_ws			pic 9(03) comp-5 value 90.
01 Rule_near_pct_ws		pic 9(03) comp-5 value 90.
01 Rule_near_min_ws		pic 9(03) comp-5 value 3.
01 Rule_vel_factor_ws		pic 9(03) comp-5 value 3.
01 Rule_vel_min_ws		pic 9(03) comp-5 value 5.
01 Rule_fan_min_ws		pic 9(03) comp-5 value 5.
01 Rule_fan_pct_ws		pic 9(03) comp-5 value 50.
01 Rule_a_ws			pic 9(05) comp-5 value zeroes.
01 Rule_b_ws			pic 9(05) comp-5 value zeroes.
01 Callback_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Near_floor_ws		pic 9(15)v9(3) comp-3 value zeroes.

* The account being scanned.
01 Cur_bank_ws			Pic X(03).
01 Cur_idtype_ws		Pic X(01).
01 Cur_account_ws		Pic X(34).
01 Wrk_bank_ws			Pic X(03).
01 Wrk_idtype_ws		Pic X(01).
01 Wrk_account_ws		Pic X(34).
01 Wrk_amount_ws		pic 9(15)v9(3) comp-3 value zeroes.

01 Win_count_ws			pic 9(07) comp-5 value zeroes.
01 Win_amount_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Base_count_ws		pic 9(07) comp-5 value zeroes.
01 Base_amount_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Near_count_ws		pic 9(07) comp-5 value zeroes.
01 New_cdt_count_ws		pic 9(07) comp-5 value zeroes.
01 New_cdt_wires_ws		pic 9(07) comp-5 value zeroes.
01 Win_avg_cnt_ws		pic 9(07)v9(3) comp-3 value zeroes.
01 Base_avg_cnt_ws		pic 9(07)v9(3) comp-3 value zeroes.
01 Win_avg_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Base_avg_amt_ws		pic 9(15)v9(3) comp-3 value zeroes.
01 Score_ws			pic 9(05) comp-5 value zeroes.
01 Rank_ws			pic 9(05) comp-5 value zeroes.
01 Rules_hit_ws			Pic X(03) value spaces.

* Credit parties the account has paid, in the order first met; "B"
* first paid in the baseline, "W" first paid in the window.
01 Cdt_tbl_ws.
   02 Cdt_entry_ws		occurs 500 times.
      03 Cdt_key_ws			pic x(38).
      03 Cdt_origin_ws			pic x(01).
01 Cdt_used_ws			pic 9(04) comp-5 value zeroes.
01 Cdt_idx_ws			pic 9(04) comp-5 value zeroes.
01 Cdt_chk_ws			pic x(38).

* The account's window wires; past 100 they are counted but not
* listed.
01 Win_tbl_ws.
   02 Win_entry_ws		occurs 100 times.
      03 Win_trn_ws			pic x(17).
      03 Win_near_sw			pic x(01).
      03 Win_new_sw			pic x(01).
01 Win_used_ws			pic 9(04) comp-5 value zeroes.
01 Win_idx_ws			pic 9(04) comp-5 value zeroes.
01 Win_near_flag_ws		pic x(01).
01 Win_new_flag_ws		pic x(01).

01 Trn_list_ws			Pic X(504).
01 Trn_list_ptr_ws		pic 9(04) comp-5 value zeroes.
01 Trn_list_cnt_ws		pic 9(04) comp-5 value zeroes.
01 Slice_ptr_ws			pic 9(04) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY.
01 Rec_count_ws_d		pic 9(09) usage display.
01 Inv_score_ws_d		pic 9(04) usage display.
01 Score_ws_d			pic 9(04) usage display.
01 Rank_ws_d			pic 9(04) usage display.
01 Win_count_ws_d		pic 9(05) usage display.
01 Base_count_ws_d		pic 9(05) usage display.
01 Near_count_ws_d		pic 9(05) usage display.
01 New_cdt_count_ws_d		pic 9(05) usage display.
01 Win_amount_ws_d		pic 9(15)v9(3) usage display.
01 Load_count_ws_d		pic 9(07) usage display.
01 Acct_count_ws_d		pic 9(07) usage display.
01 Alert_count_ws_d		pic 9(07) usage display.

01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def	<RPT_INIT_SUB>	%`SBJ_DD_PATH:RPT_INIT_SUB_FSECT.DDL`	%end

%def			%^ local fsect.

Aml_hist_q:		que(	%`SBJ_DD_PATH:AML_WIRE_HIST.DDF`);
Aml_alert_q:		que(	%`SBJ_DD_PATH:AML_ALERT_LOG.DDF`);
Aml_compose:		Compose(^NOTRAILING_BLANKS);
Hist_key_vs:		vstr(80);
Hist_bank_ws:		str(3);
Hist_idtype_ws:		str(1);
Hist_acct_ws:		str(34);
Hist_trn_date_ws:	str(8);
Hist_trn_num_ws:	str(8);
Hist_ccy_ws:		str(3);
Hist_cdt_bank_ws:	str(3);
Hist_cdt_idtype_ws:	str(1);
Hist_cdt_acct_ws:	str(34);
Hist_amount_ws:		amount;
Alert_key_vs:		vstr(80);
Alert_inv_ws:		str(4);
Alert_rules_ws:		str(3);
Alert_trns_ws:		str(504);
Alert_amount_ws:	amount;
Alert_score_ws:		long;
Alert_win_ws:		long;
Alert_base_ws:		long;
Alert_near_ws:		long;
Alert_new_ws:		long;
Alert_trn_cnt_ws:	long;
Cbk_amt_ws:		amount;

%^ AML_RULE_TABLES lookups.
Rule_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Rule_item_key_ws:	vstr(25);
Rule_item_type_ws:	vstr(16);
Rule_data_ws:		vstr(64);
Rule_ordinal_ws:	word;
Rule_errmsg_ws:		vstr(80);
Rule_cfg_status:	Boolean;
Rule_a_vs:		vstr(8);
Rule_b_vs:		vstr(8);

Scan_date_ws:		str(8);
Rpt_init_status:	Boolean;
Ws_rsts:		boolean;
Return_argument_ws:	vstr(20);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.

	Open Input GLEXT_FILE.
	If Glext_file_stat not = "00"
	    Display "%AML_PATTERN_SCAN-E-NOFILE, cannot open BY_LOGS_DMP_GLEXT"
	    Move 1 to abort_ls
	    Go to A00_MAIN_CLEANUP
	End-if.

	Perform B10_VERIFY_EXTRACT thru B10_VERIFY_EXTRACT_end.

	Close GLEXT_FILE.

* Nothing is loaded from an extract that does not check.
	Evaluate true
	    when not Trailer_seen
		Display "%AML_PATTERN_SCAN-E-NOTRAILER, no ZZTRAILER"
			" record - extract is truncated or was not"
			" written with /GL_EXTRACT"
		Move 1 to abort_ls

	    when Rec_count_ws not = Tr_count_in_ws
		Move Rec_count_ws to Rec_count_ws_d
		Display "%AML_PATTERN_SCAN-E-COUNTMISM, trailer count "
			Tr_count_in_ws " but extract holds "
			Rec_count_ws_d " record(s)"
		Move 1 to abort_ls

	    when Amt_hash_ws not = Tr_hash_in_ws
		Display "%AML_PATTERN_SCAN-E-HASHMISM, trailer amount"
			" hash-total does not match extract contents"
		Move 1 to abort_ls

	    when other
		Continue
	End-evaluate.

	If abort_ls not = 0
	    Go to A00_MAIN_CLEANUP
	End-if.

	Move "N" to Glext_eof_sw.
	Open Input GLEXT_FILE.
	Perform B20_LOAD_EXTRACT thru B20_LOAD_EXTRACT_end.
	Close GLEXT_FILE.

	Perform B30_PURGE_OLD thru B30_PURGE_OLD_end.
	Perform B40_CLEAR_ALERTS thru B40_CLEAR_ALERTS_end.
	Perform B50_SCAN_HISTORY thru B50_SCAN_HISTORY_end.

	Open Output AML_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Structuring and velocity pattern alerts for "
		Delimited by size,
	       Scan_date_ws Delimited by size
		into Report_line_ws.
	Write AML_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Rank  Score  Bank  Account" Delimited by size,
	       "                             Rules  Wires  " Delimited by size,
	       "Amount              Near   New_cdt  Base" Delimited by size
		into Report_line_ws.
	Write AML_RPT_REC from Report_line_ws.

	Perform B60_REPORT_ALERTS thru B60_REPORT_ALERTS_end.

	Move Load_count_ws to Load_count_ws_d.
	Move Acct_count_ws to Acct_count_ws_d.
	Move Alert_count_ws to Alert_count_ws_d.
	Move spaces to Report_line_ws.
	String Alert_count_ws_d Delimited by size,
	       " alert(s) from " Delimited by size,
	       Acct_count_ws_d Delimited by size,
	       " account(s) active in the window; " Delimited by size,
	       Load_count_ws_d Delimited by size,
	       " wire(s) added to the history" Delimited by size
		into Report_line_ws.
	Write AML_RPT_REC from Report_line_ws.

	Close AML_RPT_FILE.

	%^*********************************************************************
	%^* AML_PATTERN_SCAN$_COUNT  /I ${1} pattern alert(s) from ${2}
	%^*	account(s) scanned, ${3} wire(s) added to the history.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"AML_PATTERN_SCAN$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Alert_count_ws, Acct_count_ws,
				    Load_count_ws);

A00_MAIN_CLEANUP.

	%beg
	BREAK: Aml_hist_q;
	BREAK: Aml_alert_q;
	%end.

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

* Call RPT_INIT to parse the standard /DATE command line qualifier;
* it is the business date of the extract and the last day of the
* window.
	Call "RPT_INIT" returning Rpt_init_status.

	If Failure_is in Rpt_init_status
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%beg Scan_date_ws = Rpt_Date.yyyymmdd; %end.

* Wire ages are taken from today and made relative to the scan date.
	Call "NEX_DAYS_SINCE" using
		by reference Scan_date_ws
	      returning Report_age_ws.

	%beg Cbk_amt_ws = <0>; %end.
	Call "GCV_CALLBACK_AMT" using
		by reference Cbk_amt_ws.
	Move Cbk_amt_ws to Callback_amt_ws.

	%ACE_CONN_Q "MTS"////"AML_WIRE_HIST" to Aml_hist_q giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"AML_ALERT_LOG" to Aml_alert_q giving Ws_rsts;

A10_SBJ_INIT_end.
	Exit.


A20_GET_QUALIFIERS.
%^ Note whether /PURGE_DAYS=<n> was given.  Default is 120 days.

	Call "ACE_ARG_FIND" using
	      by content "-purge_d*ays:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move Return_argument_ws(1:Return_argument_ws_length)
			to Purge_days_ws
	End-if.

A20_GET_QUALIFIERS_end.
	Exit.


B10_VERIFY_EXTRACT.
%^ Count and hash every record ahead of the trailer.

	Perform until Glext_eof

	    Read GLEXT_FILE
		at end Move "Y" to Glext_eof_sw
	    End-read

	    If not Glext_eof
		If GLEXT_REC(1:9) = "ZZTRAILER"
		    Move "Y" to Trailer_seen_sw
		    Move GLEXT_REC(1:38) to Trailer_parse_ws
		Else
		    Add 1 to Rec_count_ws
		    Add GLX_AMOUNT to Amt_hash_ws
		End-if
	    End-if

	End-perform.

B10_VERIFY_EXTRACT_end.
	Exit.


B20_LOAD_EXTRACT.
%^ Add every wire with a debit account to the history.

	Perform until Glext_eof

	    Read GLEXT_FILE
		at end Move "Y" to Glext_eof_sw
	    End-read

	    If not Glext_eof
		If GLEXT_REC(1:9) not = "ZZTRAILER"
		  and GLX_DBT_ACCOUNT not = spaces
		    Perform C10_LOAD_ONE thru C10_LOAD_ONE_end
		End-if
	    End-if

	End-perform.

B20_LOAD_EXTRACT_end.
	Exit.


C10_LOAD_ONE.
%^ One wire, unless an earlier run (or another bank's printer log)
%^ already put it there.

	Move GLX_DBT_BANK to Hist_bank_ws.
	Move GLX_DBT_IDTYPE to Hist_idtype_ws.
	Move GLX_DBT_ACCOUNT to Hist_acct_ws.
	Move GLX_TRN_DATE to Hist_trn_date_ws.
	Move GLX_TRN_NUM to Hist_trn_num_ws.
	Move GLX_CURRENCY to Hist_ccy_ws.
	Move GLX_CDT_BANK to Hist_cdt_bank_ws.
	Move GLX_CDT_IDTYPE to Hist_cdt_idtype_ws.
	Move GLX_CDT_ACCOUNT to Hist_cdt_acct_ws.
	Move GLX_AMOUNT to Hist_amount_ws.

	%Beg
	Aml_compose ^OUT(Hist_key_vs)
		Hist_bank_ws, ":", Hist_idtype_ws, "/", Hist_acct_ws, ":",
		Scan_date_ws, ":", Hist_trn_date_ws, "-", Hist_trn_num_ws, / ;
	BREAK: Aml_hist_q;
	SEARCH: Aml_hist_q (notrap, forward, eql, Key = Hist_key_vs);
	%End.
	If Success_is in Aml_hist_q_status
	    Go to C10_LOAD_ONE_end
	End-if.

	%Beg
	Alloc_Elem: Aml_hist_q(notrap,
		.Hist_key	= Hist_key_vs,
		.Bank		= Hist_bank_ws,
		.Dbt_idtype	= Hist_idtype_ws,
		.Dbt_account	= Hist_acct_ws,
		.Wire_date	= Scan_date_ws,
		.Trn_date	= Hist_trn_date_ws,
		.Trn_num	= Hist_trn_num_ws,
		.Amount		= Hist_amount_ws,
		.Currency	= Hist_ccy_ws,
		.Cdt_bank	= Hist_cdt_bank_ws,
		.Cdt_idtype	= Hist_cdt_idtype_ws,
		.Cdt_account	= Hist_cdt_acct_ws );
	COMMIT: Tran;
	%End.
	Add 1 to Load_count_ws.

C10_LOAD_ONE_end.
	Exit.


B30_PURGE_OLD.
%^ Housekeeping: remove wires older than /PURGE_DAYS so the history
%^ stays at baseline size.

	%beg
	BREAK: Aml_hist_q;
	FIRST: Aml_hist_q;
	%end.

	Perform until Seq_end_is in Aml_hist_q_cursor

	    Call "NEX_DAYS_SINCE" using
		by reference Wire_date of Aml_hist_q
	      returning Age_days_ws

	    If Age_days_ws > Purge_days_ws
		%beg
		DELETE: Aml_hist_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Aml_hist_q_status
		    Add 1 to Purge_count_ws
		    %beg
		    COMMIT: Tran;
		    FIRST: Aml_hist_q;
		    %end
		Else
		    %beg
		    NEXT: Aml_hist_q;
		    %end
		End-if
	    Else
		%beg
		NEXT: Aml_hist_q;
		%end
	    End-if

	End-perform.

B30_PURGE_OLD_end.
	Exit.


B40_CLEAR_ALERTS.
%^ A rerun for the date replaces that date's alerts.

	%beg
	BREAK: Aml_alert_q;
	FIRST: Aml_alert_q;
	%end.

	Perform until Seq_end_is in Aml_alert_q_cursor

	    If Scan_date of Aml_alert_q = Scan_date_ws
		%beg
		DELETE: Aml_alert_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Aml_alert_q_status
		    %beg
		    COMMIT: Tran;
		    FIRST: Aml_alert_q;
		    %end
		Else
		    %beg
		    NEXT: Aml_alert_q;
		    %end
		End-if
	    Else
		%beg
		NEXT: Aml_alert_q;
		%end
	    End-if

	End-perform.

B40_CLEAR_ALERTS_end.
	Exit.


B50_SCAN_HISTORY.
%^ Walk the history in account/date order, breaking on account.

	%beg
	BREAK: Aml_hist_q;
	FIRST: Aml_hist_q;
	%end.

	Perform until Seq_end_is in Aml_hist_q_cursor

	    Move Bank of Aml_hist_q to Wrk_bank_ws
	    Move Dbt_idtype of Aml_hist_q to Wrk_idtype_ws
	    Move Dbt_account of Aml_hist_q to Wrk_account_ws

	    If First_entry
		Move "N" to First_entry_sw
		Perform C20_START_ACCOUNT thru C20_START_ACCOUNT_end
	    Else
		If Wrk_bank_ws not = Cur_bank_ws
		  or Wrk_idtype_ws not = Cur_idtype_ws
		  or Wrk_account_ws not = Cur_account_ws
		    Perform C40_END_ACCOUNT thru C40_END_ACCOUNT_end
		    Perform C20_START_ACCOUNT thru C20_START_ACCOUNT_end
		End-if
	    End-if

	    Perform C30_ADD_WIRE thru C30_ADD_WIRE_end

	    %beg NEXT: Aml_hist_q; %end

	End-perform.

	If not First_entry
	    Perform C40_END_ACCOUNT thru C40_END_ACCOUNT_end
	End-if.

B50_SCAN_HISTORY_end.
	Exit.


C20_START_ACCOUNT.

	Move Wrk_bank_ws to Cur_bank_ws.
	Move Wrk_idtype_ws to Cur_idtype_ws.
	Move Wrk_account_ws to Cur_account_ws.

	If Cur_bank_ws not = Rule_bank_ws
	    Perform X10_LOAD_RULES thru X10_LOAD_RULES_end
	End-if.

	Move zero to Win_count_ws, Win_amount_ws, Base_count_ws,
		     Base_amount_ws, Near_count_ws, New_cdt_count_ws,
		     New_cdt_wires_ws, Cdt_used_ws, Win_used_ws.

C20_START_ACCOUNT_end.
	Exit.


C30_ADD_WIRE.
%^ Count the wire into the window or the baseline by its age from the
%^ scan date; later and older wires are left out.

	Call "NEX_DAYS_SINCE" using
		by reference Wire_date of Aml_hist_q
	      returning Age_days_ws.
	Subtract Report_age_ws from Age_days_ws.

	If Age_days_ws < 0
	  or Age_days_ws >= Rule_window_ws + Rule_base_ws
	    Go to C30_ADD_WIRE_end
	End-if.

	Move Amount of Aml_hist_q to Wrk_amount_ws.

	Move spaces to Cdt_chk_ws.
	If Cdt_account of Aml_hist_q not = spaces
	    String Cdt_bank of Aml_hist_q Delimited by size,
		   Cdt_idtype of Aml_hist_q Delimited by size,
		   Cdt_account of Aml_hist_q Delimited by size
		    into Cdt_chk_ws
	End-if.

	If Age_days_ws >= Rule_window_ws
	    Add 1 to Base_count_ws
	    Add Wrk_amount_ws to Base_amount_ws
	    If Cdt_chk_ws not = spaces
		Perform X30_FIND_CDT thru X30_FIND_CDT_end
		If Cdt_idx_ws > Cdt_used_ws and Cdt_used_ws < 500
		    Add 1 to Cdt_used_ws
		    Move Cdt_chk_ws to Cdt_key_ws(Cdt_used_ws)
		    Move "B" to Cdt_origin_ws(Cdt_used_ws)
		End-if
	    End-if
	    Go to C30_ADD_WIRE_end
	End-if.

	Add 1 to Win_count_ws.
	Add Wrk_amount_ws to Win_amount_ws.

	Move "N" to Win_near_flag_ws.
	If Near_floor_ws > 0
	  and Wrk_amount_ws >= Near_floor_ws
	  and Wrk_amount_ws < Callback_amt_ws
	    Move "Y" to Win_near_flag_ws
	    Add 1 to Near_count_ws
	End-if.

	Move "N" to Win_new_flag_ws.
	If Cdt_chk_ws not = spaces
	    Perform X30_FIND_CDT thru X30_FIND_CDT_end
	    If Cdt_idx_ws > Cdt_used_ws
		Add 1 to New_cdt_count_ws
		If Cdt_used_ws < 500
		    Add 1 to Cdt_used_ws
		    Move Cdt_chk_ws to Cdt_key_ws(Cdt_used_ws)
		    Move "W" to Cdt_origin_ws(Cdt_used_ws)
		End-if
		Move "Y" to Win_new_flag_ws
	    Else
		If Cdt_origin_ws(Cdt_idx_ws) = "W"
		    Move "Y" to Win_new_flag_ws
		End-if
	    End-if
	End-if.
	If Win_new_flag_ws = "Y"
	    Add 1 to New_cdt_wires_ws
	End-if.

	If Win_used_ws < 100
	    Add 1 to Win_used_ws
	    Move spaces to Win_trn_ws(Win_used_ws)
	    String Trn_date of Aml_hist_q Delimited by size,
		   "-" Delimited by size,
		   Trn_num of Aml_hist_q Delimited by size
		    into Win_trn_ws(Win_used_ws)
	    Move Win_near_flag_ws to Win_near_sw(Win_used_ws)
	    Move Win_new_flag_ws to Win_new_sw(Win_used_ws)
	End-if.

C30_ADD_WIRE_end.
	Exit.


C40_END_ACCOUNT.
%^ Apply the rules to the account's window and score a hit.

	If Win_count_ws = 0
	    Go to C40_END_ACCOUNT_end
	End-if.

	Add 1 to Acct_count_ws.
	Move spaces to Rules_hit_ws.
	Move zero to Score_ws.

	If Rule_near_min_ws > 0
	  and Near_count_ws >= Rule_near_min_ws
	    Move "S" to Rules_hit_ws(1:1)
	    Compute Score_ws = Score_ws + 20 + (Near_count_ws * 10)
	End-if.

	If Rule_vel_factor_ws > 0
	  and Win_count_ws >= Rule_vel_min_ws
	    Compute Win_avg_cnt_ws = Win_count_ws / Rule_window_ws
	    Compute Base_avg_cnt_ws = Base_count_ws / Rule_base_ws
	    Compute Win_avg_amt_ws = Win_amount_ws / Rule_window_ws
	    Compute Base_avg_amt_ws = Base_amount_ws / Rule_base_ws
	    If Win_avg_cnt_ws > Base_avg_cnt_ws * Rule_vel_factor_ws
	      or Win_avg_amt_ws > Base_avg_amt_ws * Rule_vel_factor_ws
		Move "V" to Rules_hit_ws(2:1)
		Compute Score_ws = Score_ws + 20 + (Win_count_ws * 5)
	    End-if
	End-if.

	If Rule_fan_min_ws > 0
	  and New_cdt_count_ws >= Rule_fan_min_ws
	  and New_cdt_wires_ws * 100 >= Win_count_ws * Rule_fan_pct_ws
	    Move "F" to Rules_hit_ws(3:1)
	    Compute Score_ws = Score_ws + 20 + (New_cdt_count_ws * 5)
	End-if.

	If Rules_hit_ws = spaces
	    Go to C40_END_ACCOUNT_end
	End-if.

	If Score_ws > 9999
	    Move 9999 to Score_ws
	End-if.

	Perform D10_WRITE_ALERT thru D10_WRITE_ALERT_end.

C40_END_ACCOUNT_end.
	Exit.


D10_WRITE_ALERT.
%^ The contributing TRNs are the window wires behind the rules hit:
%^ near-threshold wires for structuring, every window wire for
%^ velocity, wires to new beneficiaries for fan-out.

	Move spaces to Trn_list_ws.
	Move 1 to Trn_list_ptr_ws.
	Move zero to Trn_list_cnt_ws.

	Perform varying Win_idx_ws from 1 by 1
		until Win_idx_ws > Win_used_ws
		   or Trn_list_cnt_ws >= 28
	    If Rules_hit_ws(2:1) = "V"
	      or (Rules_hit_ws(1:1) = "S"
		  and Win_near_sw(Win_idx_ws) = "Y")
	      or (Rules_hit_ws(3:1) = "F"
		  and Win_new_sw(Win_idx_ws) = "Y")
		String Win_trn_ws(Win_idx_ws) Delimited by size,
		       " " Delimited by size
			into Trn_list_ws
			with pointer Trn_list_ptr_ws
		Add 1 to Trn_list_cnt_ws
	    End-if
	End-perform.

	Compute Inv_score_ws_d = 9999 - Score_ws.
	Move Inv_score_ws_d to Alert_inv_ws.
	Move Cur_bank_ws to Hist_bank_ws.
	Move Cur_idtype_ws to Hist_idtype_ws.
	Move Cur_account_ws to Hist_acct_ws.
	Move Rules_hit_ws to Alert_rules_ws.
	Move Trn_list_ws to Alert_trns_ws.
	Move Win_amount_ws to Alert_amount_ws.
	Move Score_ws to Alert_score_ws.
	Move Win_count_ws to Alert_win_ws.
	Move Base_count_ws to Alert_base_ws.
	Move Near_count_ws to Alert_near_ws.
	Move New_cdt_count_ws to Alert_new_ws.
	Move Trn_list_cnt_ws to Alert_trn_cnt_ws.

	%Beg
	Aml_compose ^OUT(Alert_key_vs)
		Scan_date_ws, ":", Alert_inv_ws, ":", Hist_bank_ws, ":",
		Hist_idtype_ws, "/", Hist_acct_ws, / ;
	Alloc_Elem: Aml_alert_q(notrap,
		.Systime	 NOW,
		.Alert_key	= Alert_key_vs,
		.Scan_date	= Scan_date_ws,
		.Bank		= Hist_bank_ws,
		.Dbt_idtype	= Hist_idtype_ws,
		.Dbt_account	= Hist_acct_ws,
		.Score		= Alert_score_ws,
		.Rules		= Alert_rules_ws,
		.Win_count	= Alert_win_ws,
		.Win_amount	= Alert_amount_ws,
		.Base_count	= Alert_base_ws,
		.Near_count	= Alert_near_ws,
		.New_cdt_count	= Alert_new_ws,
		.Trn_count	= Alert_trn_cnt_ws,
		.Trn_list	= Alert_trns_ws );
	COMMIT: Tran;
	%End.
	Add 1 to Alert_count_ws.

D10_WRITE_ALERT_end.
	Exit.


B60_REPORT_ALERTS.
%^ The date's alerts come out of the log in score order.

	Move zero to Rank_ws.

	%beg
	BREAK: Aml_alert_q;
	FIRST: Aml_alert_q;
	%end.

	Perform until Seq_end_is in Aml_alert_q_cursor

	    If Scan_date of Aml_alert_q = Scan_date_ws
		Add 1 to Rank_ws
		Perform C50_PRINT_ALERT thru C50_PRINT_ALERT_end
	    End-if

	    %beg NEXT: Aml_alert_q; %end

	End-perform.

B60_REPORT_ALERTS_end.
	Exit.


C50_PRINT_ALERT.
%^ One line for the account, then its TRNs six to a line.

	Move Rank_ws to Rank_ws_d.
	Move Score of Aml_alert_q to Score_ws_d.
	Move Win_count of Aml_alert_q to Win_count_ws_d.
	Move Win_amount of Aml_alert_q to Win_amount_ws_d.
	Move Near_count of Aml_alert_q to Near_count_ws_d.
	Move New_cdt_count of Aml_alert_q to New_cdt_count_ws_d.
	Move Base_count of Aml_alert_q to Base_count_ws_d.
	Move Dbt_account of Aml_alert_q to Wrk_account_ws.

	Move spaces to Report_line_ws.
	String Rank_ws_d Delimited by size,
	       "  " Delimited by size,
	       Score_ws_d Delimited by size,
	       "   " Delimited by size,
	       Bank of Aml_alert_q Delimited by size,
	       "   " Delimited by size,
	       Dbt_idtype of Aml_alert_q Delimited by size,
	       "/" Delimited by size,
	       Wrk_account_ws Delimited by size,
	       " " Delimited by size,
	       Rules of Aml_alert_q Delimited by size,
	       "    " Delimited by size,
	       Win_count_ws_d Delimited by size,
	       "  " Delimited by size,
	       Win_amount_ws_d Delimited by size,
	       "  " Delimited by size,
	       Near_count_ws_d Delimited by size,
	       "  " Delimited by size,
	       New_cdt_count_ws_d Delimited by size,
	       "    " Delimited by size,
	       Base_count_ws_d Delimited by size
		into Report_line_ws.
	Write AML_RPT_REC from Report_line_ws.

	Move Trn_list of Aml_alert_q to Trn_list_ws.
	Perform varying Slice_ptr_ws from 1 by 108
		until Slice_ptr_ws > 504
	    If Trn_list_ws(Slice_ptr_ws:72) not = spaces
		Move spaces to Report_line_ws
		If Slice_ptr_ws = 1
		    Move "      TRNs: " to Report_line_ws(1:12)
		End-if
		If Slice_ptr_ws > 432
		    Move Trn_list_ws(Slice_ptr_ws:72)
			    to Report_line_ws(13:72)
		Else
		    Move Trn_list_ws(Slice_ptr_ws:108)
			    to Report_line_ws(13:108)
		End-if
		Write AML_RPT_REC from Report_line_ws
	    End-if
	End-perform.

C50_PRINT_ALERT_end.
	Exit.


X10_LOAD_RULES.
%^ The bank's rules from AML_RULE_TABLES; an item not configured keeps
%^ its default.

	Move Cur_bank_ws to Rule_bank_ws.
	Move 3 to Rule_window_ws.
	Move 90 to Rule_base_ws.
	Move 90 to Rule_near_pct_ws.
	Move 3 to Rule_near_min_ws.
	Move 3 to Rule_vel_factor_ws.
	Move 5 to Rule_vel_min_ws.
	Move 5 to Rule_fan_min_ws.
	Move 50 to Rule_fan_pct_ws.

	Move Cur_bank_ws to Hist_bank_ws.
	%beg
	Rule_union_key_ws(.Idname = "AML_RULE_TABLES",
			  .Idprod = "MTS",
			  .Idbank = Hist_bank_ws,
			  .Idloc  = null,
			  .Idcust = null);
	Rule_item_key_ws = "WINDOW:";
	%end.
	Perform X20_GET_RULE thru X20_GET_RULE_end.
	If Success_is in Rule_cfg_status
	    If Rule_a_ws > 0
		Move Rule_a_ws to Rule_window_ws
	    End-if
	    If Rule_b_ws > 0
		Move Rule_b_ws to Rule_base_ws
	    End-if
	End-if.

	%beg Rule_item_key_ws = "STRUCTURING:"; %end.
	Perform X20_GET_RULE thru X20_GET_RULE_end.
	If Success_is in Rule_cfg_status
	    Move Rule_a_ws to Rule_near_pct_ws
	    Move Rule_b_ws to Rule_near_min_ws
	End-if.

	%beg Rule_item_key_ws = "VELOCITY:"; %end.
	Perform X20_GET_RULE thru X20_GET_RULE_end.
	If Success_is in Rule_cfg_status
	    Move Rule_a_ws to Rule_vel_factor_ws
	    Move Rule_b_ws to Rule_vel_min_ws
	End-if.

	%beg Rule_item_key_ws = "FAN_OUT:"; %end.
	Perform X20_GET_RULE thru X20_GET_RULE_end.
	If Success_is in Rule_cfg_status
	    Move Rule_a_ws to Rule_fan_min_ws
	    Move Rule_b_ws to Rule_fan_pct_ws
	End-if.

* Structuring is off with no callback threshold to structure under.
	Move zero to Near_floor_ws.
	If Callback_amt_ws > 0 and Rule_near_pct_ws > 0
	    Compute Near_floor_ws =
		(Callback_amt_ws * Rule_near_pct_ws) / 100
	End-if.
	If Near_floor_ws = 0
	    Move zero to Rule_near_min_ws
	End-if.

X10_LOAD_RULES_end.
	Exit.


X20_GET_RULE.
%^ Fetch the current rule item, ordinal 1, into Rule_a_ws/Rule_b_ws.

	%beg
	Rule_ordinal_ws = <1>;
	Rule_item_type_ws = "VSTR(32)";
	%end.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Rule_union_key_ws
		BY Reference Idprod of Rule_union_key_ws
		BY Reference Idbank of Rule_union_key_ws
		BY Reference Idloc of Rule_union_key_ws
		BY Reference Idcust of Rule_union_key_ws
		BY Reference Rule_item_key_ws
		By Reference Rule_ordinal_ws
		By Reference Rule_item_type_ws
		By Reference Rule_data_ws
		By Reference Rule_data_ws_length
		By Reference Rule_errmsg_ws
		By Reference Rule_errmsg_ws_length
	RETURNING Rule_cfg_status.

	If Failure_is in Rule_cfg_status
	    Go to X20_GET_RULE_end
	End-if.

	%beg
	Parse ^in(Rule_data_ws), Rule_a_vs, "|", Rule_b_vs, ^SPACE, /;
	%end.

	If Failure_is in Parse_status
	  or Rule_a_vs_length = 0
	  or Rule_b_vs_length = 0
	    Set Failure_is in Rule_cfg_status to TRUE
	    Go to X20_GET_RULE_end
	End-if.

	Move Rule_a_vs(1:Rule_a_vs_length) to Rule_a_ws.
	Move Rule_b_vs(1:Rule_b_vs_length) to Rule_b_ws.

X20_GET_RULE_end.
	Exit.


X30_FIND_CDT.
%^ Return (in Cdt_idx_ws) Cdt_chk_ws's place in the account's credit
%^ party table; past the last used entry when it is not there.

	Move 1 to Cdt_idx_ws.
	Perform until Cdt_idx_ws > Cdt_used_ws
		   or Cdt_key_ws(Cdt_idx_ws) = Cdt_chk_ws
	    Add 1 to Cdt_idx_ws
	End-perform.

X30_FIND_CDT_end.
	Exit.
