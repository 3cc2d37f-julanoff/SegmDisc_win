%Module VALDATE_RELEASE <main>;
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

* Early-morning release of the future value-date warehouse.
*
* DEBITSIDE_LOOKUP's X988_CHECK_WAREHOUSE parks a fully resolved
* payment whose value date is after today in VALDATE_WHSE_QUE (keyed
* value date + TRN, status "W") and holds it in repair.  Run before
* the start of business, this batch walks the warehouse up to today's
* value date and, for each due wire:
*
*	- checks the value date against the currency's HOLIDAY: items
*	  in CURRENCY_CAL_TABLES (the C490_CHECK_CUTOFF items, bank
*	  scoped the same way).  A holiday is rolled forward per the
*	  currency's ROLL:<ccy>: item -- "F" the next calendar day that
*	  is not a holiday, "W" (the default) the next weekday that is
*	  not a holiday -- the wire's debit value date is moved, a memo
*	  records the roll, and the wire goes back in the warehouse
*	  under its new date;
*	- otherwise re-resolves the wire through DEBITSIDE_LOOKUP, the
*	  IFML_GATEWAY call sequence.  With the value date now today,
*	  X988 lets it through and C490 runs the cutoff and holiday
*	  checks against the day it settles.  A clean resolution commits
*	  into normal processing; anything else commits into repair with
*	  its memos, the way a keyed wire lands there.
*
* A wire whose value date was changed in repair since it was parked
* has a newer warehouse entry of its own; the stale entry is marked
* "X" and skipped.  A value date missed by an earlier run is released
* for today, with a memo.  Every entry worked gets a line in
* VALDATE_RELEASE_OUTPUT.

* REVISION HISTORY
* ----------------
*
* R. Iverson	24-Aug-2010	CR13201
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select VDR_RPT_FILE	Assign to "VALDATE_RELEASE_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  VDR_RPT_FILE record 132 characters.
01  VDR_RPT_REC			Pic X(132).

Working-Storage Section.

01 Today_ws			Pic X(08) value spaces.
01 Vdr_end_scan_sw		Pic X value "N".
   88 Vdr_end_scan		value "Y".
01 Vdr_holiday_sw		Pic X value "N".
   88 Vdr_holiday		value "Y".
01 Vdr_roll_rule_ws		Pic X(01) value "W".
01 Vdr_result_ws		Pic X(08).
01 Vdr_rolls_ws			pic 9(03) comp-5 value zeroes.

* Calendar arithmetic for the holiday roll -- the date being tested
* and its parts.
01 Vdr_date_ws			Pic 9(08).
01 Vdr_date_x_ws redefines Vdr_date_ws.
   02 Vdr_yyyy_ws		Pic 9(04).
   02 Vdr_mm_ws			Pic 9(02).
   02 Vdr_dd_ws			Pic 9(02).
01 Vdr_month_days_ws		Pic X(24) value "312831303130313130313031".
01 Vdr_month_days_tbl redefines Vdr_month_days_ws.
   02 Vdr_mdays_ws		Pic 9(02) occurs 12 times.
01 Vdr_last_day_ws		pic 9(02) comp-5 value zeroes.
01 Vdr_rem_ws			pic 9(04) comp-5 value zeroes.
01 Vdr_quot_ws			pic 9(06) comp-5 value zeroes.
01 Vdr_leap_sw			Pic X value "N".
   88 Vdr_leap			value "Y".
01 Vdr_z_m_ws			pic 9(02) comp-5 value zeroes.
01 Vdr_z_y_ws			pic 9(04) comp-5 value zeroes.
01 Vdr_z_k_ws			pic 9(02) comp-5 value zeroes.
01 Vdr_z_j_ws			pic 9(02) comp-5 value zeroes.
01 Vdr_z_sum_ws			pic 9(06) comp-5 value zeroes.
01 Vdr_dow_ws			pic 9(01) comp-5 value zeroes.

01 Due_count_ws			pic 9(07) comp-5 value zeroes.
01 Released_count_ws		pic 9(07) comp-5 value zeroes.
01 Held_count_ws		pic 9(07) comp-5 value zeroes.
01 Rolled_count_ws		pic 9(07) comp-5 value zeroes.
01 Skipped_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-5 fields above for the STRINGs in A00_MAIN.
01 Due_count_ws_d		pic 9(07) usage display.
01 Released_count_ws_d		pic 9(07) usage display.
01 Held_count_ws_d		pic 9(07) usage display.
01 Rolled_count_ws_d		pic 9(07) usage display.
01 Skipped_count_ws_d		pic 9(07) usage display.

01 Vdr_trn_x_ws			Pic X(16).
01 Vdr_bank_x_ws			Pic X(03).
01 Vdr_vdate_x_ws		Pic X(08).
01 Vdr_new_vdate_x_ws		Pic X(08).
01 Vdr_note_x_ws		Pic X(60).
01 Vdr_memo_x_ws		Pic X(80).
01 Report_line_ws		Pic X(132).

%def		<MSG>		%`SBJ_DD_PATH:MSG_FSECT.DDL`		%end
%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def		<ENTFTR>	%`SBJ_DD_PATH:ENTFTR_FSECT.DDL`		%end
%def		<ENT>		%`SBJ_DD_PATH:ENT_FSECT.DDL`		%end

%def				%^ local fsect

INDEXA:			Que (%`SBJ_DD_PATH:REF_INDEX.DDF`);
Vdr_whse_q:		que(%`SBJ_DD_PATH:VALDATE_WHSE_QUE.DDF`);
Vdr_trn_key_ws: rec(
  Trn_date_ws:		str(8);
  Trn_num_ws:		str(8); );
Msg_union_sts:		Boolean;
Msg_ftr_sts:		Boolean;
Ws_rsts:		boolean;
Vdr_compose:		Compose(^NOTRAP);
Vdr_clip_compose:	Compose(^NOTRAILING_BLANKS);

%^ The entry being worked, saved across the commits that move it.
Vdr_key_vs:		vstr(24);
Vdr_new_key_vs:		vstr(24);
Vdr_trn_vs:		vstr(16);
Vdr_bank_vs:		vstr(3);
Vdr_ccy_ws:		str(3);
Vdr_vdate_ws:		str(8);
Vdr_orig_vdate_ws:	str(8);
Vdr_msg_vdate_ws:	str(8);
Vdr_amount_ws:		amount;
Vdr_roll_count_ws:	long;
Vdr_memo_vs:		vstr(80);
Vdr_new_vdate_ws:	str(8);
Vdr_cal_date_ws:	str(8);
Vdr_rel_result_ws:	str(1);

%^ CURRENCY_CAL_TABLES lookups - the C490_CHECK_CUTOFF argument set.
Vdr_cal_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Vdr_cal_key_ws:		vstr(25);
Vdr_cal_type_ws:	vstr(16);
Vdr_cal_data_ws:	vstr(256);
Vdr_cal_ordinal_ws:	word;
Vdr_cal_errmsg_ws:	vstr(80);
Vdr_cal_ret_stat:	Boolean;

%^ DEBITSIDE_LOOKUP arguments -- the same fixed set IFML_GATEWAY
%^ passes, with payment/non-repetitive settings.
Vdr_look_sts:		Boolean;
Vdr_nocheck_ws:		long;
Vdr_multibank_ws:	long;
Vdr_currency_ws:	str(3);
Vdr_second_id_ws:	vstr(132);
Vdr_choose_cur_ws:	long;
Vdr_xbank_ok_ws:	boolean;
Vdr_notell_ws:		long;
Vdr_nochange_ws:	boolean;
Vdr_resume_ws:		long;
Vdr_look_amount_ws:	amount;
Vdr_msg_currency_ws:	str(3);
Vdr_debit_account_ws:	str(34);
Vdr_is_payment_ws:	boolean;
Vdr_acct_type_ws:	str(1);
Vdr_rptv_ws:		boolean;
Vdr_lock_ws:		boolean;
Vdr_feekey_ws:		str(1);
Vdr_rerun_ws:		str(6);
Vdr_completed_ws:	long;
Vdr_state_ws:		long;
Vdr_currency_found_ws:	str(3);
Vdr_2nd_matched_ws:	long;
Vdr_nothing_susp_ws:	boolean;
Vdr_bank_chg_ws:	boolean;
Vdr_err_count_ws:	long;
Vdr_last_memo_ws:	vstr(80);

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

	Open Output VDR_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Value-date warehouse release for " Delimited by size,
	       Today_ws Delimited by size
		into Report_line_ws.
	Write VDR_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Result    Bank  TRN               Value_dt  Ccy  Note"
		Delimited by size
		into Report_line_ws.
	Write VDR_RPT_REC from Report_line_ws.

	Perform B10_SCAN_DUE thru B10_SCAN_DUE_end.

	Move Due_count_ws to Due_count_ws_d.
	Move Released_count_ws to Released_count_ws_d.
	Move Held_count_ws to Held_count_ws_d.
	Move Rolled_count_ws to Rolled_count_ws_d.
	Move Skipped_count_ws to Skipped_count_ws_d.
	Move spaces to Report_line_ws.
	String Due_count_ws_d Delimited by size,
	       " due: " Delimited by size,
	       Released_count_ws_d Delimited by size,
	       " released, " Delimited by size,
	       Held_count_ws_d Delimited by size,
	       " to repair, " Delimited by size,
	       Rolled_count_ws_d Delimited by size,
	       " rolled past a holiday, " Delimited by size,
	       Skipped_count_ws_d Delimited by size,
	       " skipped" Delimited by size
		into Report_line_ws.
	Write VDR_RPT_REC from Report_line_ws.

	Close VDR_RPT_FILE.

	%beg
	break: INDEXA;
	break: Vdr_whse_q;
	%end.

	%^*********************************************************************
	%^* VALDATE_RELEASE$_COUNT  /I ${1} warehoused wire(s) due: ${2}
	%^*	released, ${3} to repair, ${4} rolled past a holiday.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"VALDATE_RELEASE$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Due_count_ws, Released_count_ws,
				    Held_count_ws, Rolled_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%Beg
	MSG_HISTORY_SEQ	(NoTrap);
	INDEXA		(Read_Only);
	%End.

	call "DAT_CONN_ROOT".

	%ace_conn_q ////"REF_INDEX" to INDEXA for read_only;
	If failure_is in Ace_status_wf
	    Display "%VALDATE_RELEASE-E-NOREFNDX, cannot connect REF_INDEX"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	%ACE_CONN_Q "MTS"////"VALDATE_WHSE_QUE" to Vdr_whse_q giving Ws_rsts;

	Call "NEX_GET_YYYYMMDD" using
	    by reference Today_ws.

A10_SBJ_INIT_end.
	exit.


B10_SCAN_DUE.
%^ The warehouse is in value-date order, so the walk stops at the
%^ first entry dated after today.  Each release commits, and a roll
%^ moves its entry to a later key, so the position is re-sought from
%^ the saved key after every one (the DSID_REPLAY re-seat); the
%^ entry just worked is no longer "W" and is stepped over.

	%beg
	FIRST: Vdr_whse_q;
	%end.

	Perform until Seq_end_is in Vdr_whse_q_cursor
		   or Vdr_end_scan

	    If Value_date of Vdr_whse_q > Today_ws
		Move "Y" to Vdr_end_scan_sw
	    Else
		If Whse_status of Vdr_whse_q = "W"
		    %beg Vdr_key_vs = Vdr_whse_q.Whse_key; %end
		    Perform C10_RELEASE_ONE thru C10_RELEASE_ONE_end
		    %beg
		    BREAK: Vdr_whse_q;
		    SEARCH: Vdr_whse_q (notrap, forward, geq,
			    Key = Vdr_key_vs);
		    %end
		    If failure_is in Vdr_whse_q_status
			Move "Y" to Vdr_end_scan_sw
		    End-if
		Else
		    %beg NEXT: Vdr_whse_q; %end
		End-if
	    End-if

	End-perform.

B10_SCAN_DUE_end.
	exit.


C10_RELEASE_ONE.
%^ One due wire: connect it, check the value date against the
%^ calendar, and either roll it forward or re-resolve it.

	Add 1 to Due_count_ws.

	%beg
	Vdr_trn_vs	  = Vdr_whse_q.Trn_key;
	Vdr_bank_vs	  = Vdr_whse_q.Bank;
	Vdr_ccy_ws	  = Vdr_whse_q.Currency;
	Vdr_vdate_ws	  = Vdr_whse_q.Value_date;
	Vdr_orig_vdate_ws = Vdr_whse_q.Orig_value_date;
	Vdr_amount_ws	  = Vdr_whse_q.Amount;
	Vdr_roll_count_ws = Vdr_whse_q.Roll_count;
	%end.

	Move spaces to Vdr_trn_x_ws, Vdr_bank_x_ws, Vdr_note_x_ws.
	If Vdr_trn_vs_length > 0
	    Move Vdr_trn_vs(1:Vdr_trn_vs_length) to Vdr_trn_x_ws
	End-if.
	If Vdr_bank_vs_length > 0
	    Move Vdr_bank_vs(1:Vdr_bank_vs_length) to Vdr_bank_x_ws
	End-if.
	Move Vdr_vdate_ws to Vdr_vdate_x_ws, Vdr_new_vdate_x_ws.
	Move Vdr_trn_x_ws(1:8) to Trn_date_ws of Vdr_trn_key_ws.
	Move Vdr_trn_x_ws(9:8) to Trn_num_ws of Vdr_trn_key_ws.

	%Beg INDEXA ^Search (forward, eql, key = Vdr_trn_key_ws); %End.
	If failure_is in INDEXA_status
	    Move "wire not on the REF_INDEX" to Vdr_note_x_ws
	    Perform D90_MARK_SKIPPED thru D90_MARK_SKIPPED_end
	    Go to C10_RELEASE_ONE_end
	End-if.

	%Beg INDEXA Conn: MSG_HISTORY_SEQ; %End.
	If Failure_is in MSG_HISTORY_SEQ_Status
	    Move "message history not found" to Vdr_note_x_ws
	    Perform D90_MARK_SKIPPED thru D90_MARK_SKIPPED_end
	    Go to C10_RELEASE_ONE_end
	End-if.

	%Beg
	Msg_history_seq TOP: Msg_union (notrap,
	    .Ftr CONN: Ent_ftr_set (notrap) );
	Msg_union_sts = Msg_union STATUS;
	Msg_ftr_sts = Ent_ftr_set STATUS;
	Msg_union (etrap);
	Ent_ftr_set (etrap);
	%End.

	If (Failure_is in Msg_union_sts) or
	   (Failure_is in Msg_ftr_sts)
	    %Beg
	    BREAK: MSG_HISTORY_SEQ;
	    BREAK: MSG_UNION;
	    %End
	    Move "message could not be connected" to Vdr_note_x_ws
	    Perform D90_MARK_SKIPPED thru D90_MARK_SKIPPED_end
	    Go to C10_RELEASE_ONE_end
	End-if.

	%beg
	msg_history_seq equate: ent_msg_history;
	%end.

	Call "DAT_CONN_MSG".

%^ A value date changed in repair since the wire was parked has its own
%^ newer entry; this one is stale.
	%Beg  Vdr_msg_vdate_ws = Ent_debit_set.Dbt_value_date.yyyymmdd ;  %End.
	If Vdr_msg_vdate_ws not = Vdr_vdate_ws
	    Move "value date changed since warehoused - entry superseded"
		to Vdr_note_x_ws
	    Perform D90_MARK_SKIPPED thru D90_MARK_SKIPPED_end
	    Go to C10_RELEASE_ONE_CLEANUP
	End-if.

%^ A value date an earlier run missed is released for today.
	If Vdr_vdate_ws < Today_ws
	    Move Today_ws to Vdr_new_vdate_x_ws
	End-if.

	Perform D10_HOLIDAY_ROLL thru D10_HOLIDAY_ROLL_end.

	If Vdr_new_vdate_x_ws > Today_ws
	    Perform D20_ROLL_FORWARD thru D20_ROLL_FORWARD_end
	Else
	    Perform D30_RELEASE thru D30_RELEASE_end
	End-if.

C10_RELEASE_ONE_CLEANUP.

	Call "DAT_BREAK_MSG".

	%Beg
	BREAK: MSG_HISTORY_SEQ;
	BREAK: MSG_UNION;
	%End.

C10_RELEASE_ONE_end.
	exit.


D10_HOLIDAY_ROLL.
%^ Move Vdr_new_vdate_x_ws off any holiday, per the currency's roll
%^ rule, at most 31 days (a calendar with a month of holidays is a
%^ loading error, and the wire then goes to repair on C490's check).

	Perform X10_GET_ROLL_RULE thru X10_GET_ROLL_RULE_end.

	Move Vdr_new_vdate_x_ws to Vdr_date_ws.
	Move zero to Vdr_rolls_ws.
	Perform X20_CHECK_HOLIDAY thru X20_CHECK_HOLIDAY_end.

	Perform until not Vdr_holiday
		   or Vdr_rolls_ws > 31
	    Add 1 to Vdr_rolls_ws
	    Perform X30_NEXT_DATE thru X30_NEXT_DATE_end
	    If Vdr_roll_rule_ws = "W"
		Perform X40_DAY_OF_WEEK thru X40_DAY_OF_WEEK_end
		Perform until Vdr_dow_ws > 1
		    Perform X30_NEXT_DATE thru X30_NEXT_DATE_end
		    Perform X40_DAY_OF_WEEK thru X40_DAY_OF_WEEK_end
		End-perform
	    End-if
	    Perform X20_CHECK_HOLIDAY thru X20_CHECK_HOLIDAY_end
	End-perform.

	Move Vdr_date_ws to Vdr_new_vdate_x_ws.

D10_HOLIDAY_ROLL_end.
	exit.


D20_ROLL_FORWARD.
%^ The value date is a holiday: move the wire's debit value date to
%^ the rolled date, memo it, and put the wire back in the warehouse
%^ under its new key -- all in one commit.

	Move spaces to Vdr_memo_x_ws.
	String "Value date " Delimited by size,
	       Vdr_vdate_x_ws Delimited by size,
	       " is a " Delimited by size,
	       Vdr_ccy_ws Delimited by size,
	       " holiday - rolled forward to " Delimited by size,
	       Vdr_new_vdate_x_ws Delimited by size
		into Vdr_memo_x_ws.
	Perform D40_ADD_MEMO thru D40_ADD_MEMO_end.

	Add 1 to Vdr_roll_count_ws.
	Move Vdr_new_vdate_x_ws to Vdr_new_vdate_ws.

	%beg
	Ent_debit_set.Dbt_value_date.yyyymmdd = Vdr_new_vdate_ws;

	Vdr_compose ^OUT(Vdr_new_key_vs)
	    Vdr_new_vdate_ws, Vdr_trn_vs, / ;

	BREAK: Vdr_whse_q;
	SEARCH: Vdr_whse_q (notrap, forward, eql, Key = Vdr_key_vs);
	%end.

	If success_is in Vdr_whse_q_status
	    %beg
	    DELETE: Vdr_whse_q (notrap, insert_lock, nomod_wait);
	    %end
	End-if.

	%beg
	Alloc_Elem: Vdr_whse_q(notrap,
	    .Systime	     NOW,
	    .Whse_key	     = Vdr_new_key_vs,
	    .Trn_key	     = Vdr_trn_vs,
	    .Bank	     = Vdr_bank_vs,
	    .Value_date	     = Vdr_new_vdate_ws,
	    .Orig_value_date = Vdr_orig_vdate_ws,
	    .Currency	     = Vdr_ccy_ws,
	    .Amount	     = Vdr_amount_ws,
	    .Whse_status     = "W",
	    .Roll_count	     = Vdr_roll_count_ws );
	COMMIT: Tran;
	%end.

	Add 1 to Rolled_count_ws.
	Move "ROLLED" to Vdr_result_ws.
	Move spaces to Vdr_note_x_ws.
	String "holiday - rolled forward to " Delimited by size,
	       Vdr_new_vdate_x_ws Delimited by size
		into Vdr_note_x_ws.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D20_ROLL_FORWARD_end.
	exit.


D30_RELEASE.
%^ Due today and not a holiday: re-resolve the wire exactly as the
%^ IFML gateway resolves a new one.  X988 now lets it through and C490
%^ checks the cutoff and the calendar for the value date.  Clean, it
%^ commits into normal processing; otherwise into repair with its
%^ memos.  The warehouse entry goes to "R"eleased in the same commit.

	If Vdr_new_vdate_x_ws not = Vdr_vdate_x_ws
	    Move spaces to Vdr_memo_x_ws
	    String "Value date " Delimited by size,
		   Vdr_vdate_x_ws Delimited by size,
		   " passed in the warehouse - released for "
			Delimited by size,
		   Vdr_new_vdate_x_ws Delimited by size
		    into Vdr_memo_x_ws
	    Perform D40_ADD_MEMO thru D40_ADD_MEMO_end
	    Move Vdr_new_vdate_x_ws to Vdr_new_vdate_ws
	    %beg
	    Ent_debit_set.Dbt_value_date.yyyymmdd = Vdr_new_vdate_ws;
	    %end
	End-if.

	Perform D50_RESOLVE_DEBIT thru D50_RESOLVE_DEBIT_end.

	If Success_is in Vdr_look_sts
	  and Success_is in Vdr_nothing_susp_ws
	    Add 1 to Released_count_ws
	    Move "RELEASED" to Vdr_result_ws
	    Move "A" to Vdr_rel_result_ws
	Else
	    Add 1 to Held_count_ws
	    Move "REPAIR" to Vdr_result_ws
	    Move "H" to Vdr_rel_result_ws
	End-if.

	%beg
	BREAK: Vdr_whse_q;
	SEARCH: Vdr_whse_q (notrap, forward, eql, Key = Vdr_key_vs);
	%end.

	If success_is in Vdr_whse_q_status
	    %beg
	    Vdr_whse_q(notrap,
		.Whse_status	= "R",
		.Release_result = Vdr_rel_result_ws,
		.Released_time	NOW );
	    %end
	End-if.

	%beg COMMIT: Tran; %end.

	Move spaces to Vdr_note_x_ws.
	If Vdr_result_ws = "REPAIR"
	  and Vdr_last_memo_ws_length > 0
	    Move Vdr_last_memo_ws(1:Vdr_last_memo_ws_length)
		to Vdr_note_x_ws
	End-if.
	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D30_RELEASE_end.
	exit.


D40_ADD_MEMO.
%^ One *SYS_MEMO on the wire, from Vdr_memo_x_ws.

	%beg
	Vdr_clip_compose ^OUT(Vdr_memo_vs) Vdr_memo_x_ws, /;

	ALLOC_END: Ent_msg_history (
			.qname (
				.Idbank = Ent_ftr_set.Loc_info.Bank,
				.Idloc = NULL,
				.Idname= "*SYS_MEMO"),
			.memo   = Vdr_memo_vs,
			.qtype	= "OBJTYP$_NULL");
	%end.

D40_ADD_MEMO_end.
	exit.


D50_RESOLVE_DEBIT.
%^ Run DEBITSIDE_LOOKUP on the wire exactly as if it had been keyed:
%^ a payment, not a repetitive, standard search options -- the fixed
%^ argument set IFML_GATEWAY's C20_RESOLVE_DEBIT passes.

	Move ZERO to Vdr_nocheck_ws, Vdr_notell_ws, Vdr_resume_ws.
	Move 1 to Vdr_multibank_ws, Vdr_choose_cur_ws.
	Set Success_is in Vdr_xbank_ok_ws to TRUE.
	Set Success_is in Vdr_nochange_ws to TRUE.
	Set Success_is in Vdr_is_payment_ws to TRUE.
	Set Failure_is in Vdr_rptv_ws to TRUE.
	Set Failure_is in Vdr_lock_ws to TRUE.
	Set Failure_is in Vdr_bank_chg_ws to TRUE.
	Move SPACE to Vdr_acct_type_ws, Vdr_feekey_ws.
	Move SPACES to Vdr_rerun_ws, Vdr_debit_account_ws.
	Move ZERO to Vdr_completed_ws, Vdr_state_ws, Vdr_2nd_matched_ws,
		     Vdr_err_count_ws.
	%Beg
	Vdr_second_id_ws = NULL;
	Vdr_last_memo_ws = NULL;
	%End.

	Move Currency_code of Ent_ftr_set to Vdr_currency_ws.
	Move Currency_code of Ent_ftr_set to Vdr_msg_currency_ws.
	Move Amount of Ent_ftr_set to Vdr_look_amount_ws.

	Call "DEBITSIDE_LOOKUP" USING
		By Reference Vdr_nocheck_ws
		By Reference Vdr_multibank_ws
		By Reference Vdr_currency_ws
		By Reference Vdr_second_id_ws
		By Reference Vdr_second_id_ws_length
		By Reference Vdr_choose_cur_ws
		By Reference Vdr_xbank_ok_ws
		By Reference Vdr_notell_ws
		By Reference Vdr_nochange_ws
		By Reference Vdr_resume_ws
		By Reference Vdr_look_amount_ws
		By Reference Vdr_msg_currency_ws
		By Reference Vdr_debit_account_ws
		By Reference Vdr_is_payment_ws
		By Reference Vdr_acct_type_ws
		By Reference Vdr_rptv_ws
		By Reference Vdr_lock_ws
		By Reference Vdr_feekey_ws
		By Reference Vdr_rerun_ws
		By Reference Vdr_completed_ws
		By Reference Vdr_state_ws
		By Reference Vdr_currency_found_ws
		By Reference Vdr_2nd_matched_ws
		By Reference Vdr_nothing_susp_ws
		By Reference Vdr_bank_chg_ws
		By Reference Vdr_err_count_ws
		By Reference Vdr_last_memo_ws
		By Reference Vdr_last_memo_ws_length
	      RETURNING Vdr_look_sts.

D50_RESOLVE_DEBIT_end.
	exit.


D90_MARK_SKIPPED.
%^ The entry cannot be worked: mark it "X" so it drops out of the
%^ warehouse, and report why.

	Add 1 to Skipped_count_ws.
	Move "SKIPPED" to Vdr_result_ws.

	%beg
	BREAK: Vdr_whse_q;
	SEARCH: Vdr_whse_q (notrap, forward, eql, Key = Vdr_key_vs);
	%end.

	If success_is in Vdr_whse_q_status
	    %beg
	    Vdr_whse_q(notrap, .Whse_status = "X" );
	    COMMIT: Tran;
	    %end
	End-if.

	Perform D95_REPORT_ONE thru D95_REPORT_ONE_end.

D90_MARK_SKIPPED_end.
	exit.


D95_REPORT_ONE.

	Move spaces to Report_line_ws.
	String Vdr_result_ws Delimited by size,
	       "  " Delimited by size,
	       Vdr_bank_x_ws Delimited by size,
	       "   " Delimited by size,
	       Vdr_trn_x_ws Delimited by size,
	       "  " Delimited by size,
	       Vdr_vdate_x_ws Delimited by size,
	       "  " Delimited by size,
	       Vdr_ccy_ws Delimited by size,
	       "  " Delimited by size,
	       Vdr_note_x_ws Delimited by size
		into Report_line_ws.
	Write VDR_RPT_REC from Report_line_ws.

D95_REPORT_ONE_end.
	exit.


X10_GET_ROLL_RULE.
%^ The currency's holiday roll rule, CURRENCY_CAL_TABLES item
%^ ROLL:<ccy>: -- "F" next calendar day, anything else the next
%^ weekday.

	Move "W" to Vdr_roll_rule_ws.

	%beg
	Vdr_cal_union_key_ws(.Idname = "CURRENCY_CAL_TABLES",
			     .Idprod = "MTS",
			     .Idbank = Vdr_bank_vs,
			     .Idloc  = null,
			     .Idcust = null);
	Vdr_compose ^OUT(Vdr_cal_key_ws) "ROLL:", Vdr_ccy_ws, ":", /;
	Vdr_cal_ordinal_ws = <1>;
	Vdr_cal_type_ws = "VSTR(1)";
	%End.
	Call "CFG_GET_ITEM" USING
	    		BY Reference Idname of Vdr_cal_union_key_ws
			BY Reference Idprod of Vdr_cal_union_key_ws
			BY Reference Idbank of Vdr_cal_union_key_ws
			BY Reference Idloc of Vdr_cal_union_key_ws
			BY Reference Idcust of Vdr_cal_union_key_ws
			BY Reference Vdr_cal_key_ws
			By Reference Vdr_cal_ordinal_ws
			By Reference Vdr_cal_type_ws
	     		By Reference Vdr_cal_data_ws
	     		By Reference Vdr_cal_data_ws_length
			By Reference Vdr_cal_errmsg_ws
        		By Reference Vdr_cal_errmsg_ws_length
	RETURNING Vdr_cal_ret_stat.

	If (Success_is in Vdr_cal_ret_stat )
	   AND (Vdr_cal_data_ws_length NOT = 0 )
	   AND (Vdr_cal_data_ws(1:1) = "F" )
	    Move "F" to Vdr_roll_rule_ws
	End-if.

X10_GET_ROLL_RULE_end.
	exit.


X20_CHECK_HOLIDAY.
%^ Is Vdr_date_ws a holiday for the currency?  The C490 HOLIDAY: item.

	Move "N" to Vdr_holiday_sw.
	Move Vdr_date_x_ws to Vdr_cal_date_ws.

	%beg
	Vdr_compose ^OUT(Vdr_cal_key_ws)
		"HOLIDAY:", Vdr_ccy_ws, ":", Vdr_cal_date_ws, /;
	Vdr_cal_ordinal_ws = <1>;
	Vdr_cal_type_ws = "VSTR(8)";
	%End.
	Call "CFG_GET_ITEM" USING
	    		BY Reference Idname of Vdr_cal_union_key_ws
			BY Reference Idprod of Vdr_cal_union_key_ws
			BY Reference Idbank of Vdr_cal_union_key_ws
			BY Reference Idloc of Vdr_cal_union_key_ws
			BY Reference Idcust of Vdr_cal_union_key_ws
			BY Reference Vdr_cal_key_ws
			By Reference Vdr_cal_ordinal_ws
			By Reference Vdr_cal_type_ws
	     		By Reference Vdr_cal_data_ws
	     		By Reference Vdr_cal_data_ws_length
			By Reference Vdr_cal_errmsg_ws
        		By Reference Vdr_cal_errmsg_ws_length
	RETURNING Vdr_cal_ret_stat.

	If Success_is in Vdr_cal_ret_stat
	    Move "Y" to Vdr_holiday_sw
	End-if.

X20_CHECK_HOLIDAY_end.
	exit.


X30_NEXT_DATE.
%^ Advance Vdr_date_ws one calendar day.

	Move "N" to Vdr_leap_sw.
	Divide Vdr_yyyy_ws by 4 giving Vdr_quot_ws remainder Vdr_rem_ws.
	If Vdr_rem_ws = 0
	    Move "Y" to Vdr_leap_sw
	    Divide Vdr_yyyy_ws by 100 giving Vdr_quot_ws
		remainder Vdr_rem_ws
	    If Vdr_rem_ws = 0
		Move "N" to Vdr_leap_sw
		Divide Vdr_yyyy_ws by 400 giving Vdr_quot_ws
		    remainder Vdr_rem_ws
		If Vdr_rem_ws = 0
		    Move "Y" to Vdr_leap_sw
		End-if
	    End-if
	End-if.

	Move Vdr_mdays_ws(Vdr_mm_ws) to Vdr_last_day_ws.
	If Vdr_mm_ws = 2 and Vdr_leap
	    Move 29 to Vdr_last_day_ws
	End-if.

	If Vdr_dd_ws < Vdr_last_day_ws
	    Add 1 to Vdr_dd_ws
	Else
	    Move 1 to Vdr_dd_ws
	    If Vdr_mm_ws < 12
		Add 1 to Vdr_mm_ws
	    Else
		Move 1 to Vdr_mm_ws
		Add 1 to Vdr_yyyy_ws
	    End-if
	End-if.

X30_NEXT_DATE_end.
	exit.


X40_DAY_OF_WEEK.
%^ Day of the week of Vdr_date_ws by Zeller's rule: 0 = Saturday,
%^ 1 = Sunday, 2 = Monday ... 6 = Friday.

	Move Vdr_mm_ws to Vdr_z_m_ws.
	Move Vdr_yyyy_ws to Vdr_z_y_ws.
	If Vdr_z_m_ws < 3
	    Add 12 to Vdr_z_m_ws
	    Subtract 1 from Vdr_z_y_ws
	End-if.

	Divide Vdr_z_y_ws by 100 giving Vdr_z_j_ws remainder Vdr_z_k_ws.

	Compute Vdr_quot_ws = (13 * (Vdr_z_m_ws + 1)) / 5.
	Move Vdr_quot_ws to Vdr_z_sum_ws.
	Add Vdr_dd_ws Vdr_z_k_ws to Vdr_z_sum_ws.
	Divide Vdr_z_k_ws by 4 giving Vdr_quot_ws.
	Add Vdr_quot_ws to Vdr_z_sum_ws.
	Divide Vdr_z_j_ws by 4 giving Vdr_quot_ws.
	Add Vdr_quot_ws to Vdr_z_sum_ws.
	Compute Vdr_z_sum_ws = Vdr_z_sum_ws + (5 * Vdr_z_j_ws).

	Divide Vdr_z_sum_ws by 7 giving Vdr_quot_ws remainder Vdr_rem_ws.
	Move Vdr_rem_ws to Vdr_dow_ws.

X40_DAY_OF_WEEK_end.
	exit.
