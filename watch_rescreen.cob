%Module WATCH_RESCREEN <main>;
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

* Watch-list re-screen of the stored parties.
*
* DEBITSIDE_LOOKUP's C460_SANCTIONS_SCREEN screens a party only when a
* wire debits it, so a customer or a repetitive's beneficiary listed
* on a new watch-list release goes unnoticed until its next payment.
* Run after each release, this batch puts every REL address and every
* stored repetitive's debit party and SWIFT/ABA credit routing ids
* through the same DBT_SANCTIONS_SCREEN call:
*
*	- every "F"lagged or "B"locked party gets an investigation case
*	  on INV_CASE_QUE, type WLRS, for the MENU_INV screen.  With no
*	  TRN to key on, the case is keyed by the run date and a hit
*	  number (WLRS:<yyyymmdd><nnnnnnnn>);
*	- each party hit is kept on WATCH_HIT_LOG, keyed bank:id, so a
*	  re-run keeps the open case instead of opening another, and a
*	  party compliance has already cleared for this release is left
*	  alone;
*	- every repetitive referencing a blocked party -- the party
*	  screened blocked itself, or it carries one of a blocked REL
*	  address's identifiers -- is suspended on REPET_SUSPEND under
*	  the case.  DEBITSIDE_LOOKUP's X992_CHECK_REPET_SUSP fails a
*	  suspended repetitive to repair; closing the case FALS or CLRD
*	  on MENU_INV lifts the suspension.  Each suspension is logged to
*	  the operator action log (File_Type "RPT") under WATCH_RESCREEN.
*
* Qualifiers:
*	/RELEASE=<id>	the watch-list release screened against, carried
*			on the cases and the hit log (default today's
*			date).
*	/REPORT_ONLY	screen and report; no case is opened and nothing
*			is suspended.
*
* The report WATCH_RESCREEN_OUTPUT lists every hit and every
* suspension, by bank.  A screening call that fails, or a hit the
* tables cannot hold, ends the run with a bad status so it is re-run.

* REVISION HISTORY
* ----------------
*
* R. Iverson	21-Dec-2010	CR13252
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select WRS_RPT_FILE	Assign to "WATCH_RESCREEN_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  WRS_RPT_FILE record 132 characters.
01  WRS_RPT_REC			Pic X(132).

Working-Storage Section.

01 Report_only_sw		Pic X value "N".
   88 Report_only		value "Y".
01 Party_blocked_sw		Pic X value "N".
   88 Party_blocked		value "Y".
01 Rep_blocked_sw		Pic X value "N".
   88 Rep_blocked		value "Y".
01 Case_free_sw			Pic X value "N".
   88 Case_free			value "Y".

01 Release_ws			Pic X(20) value spaces.

01 Adr_count_ws			pic 9(09) comp-5 value zeroes.
01 Rep_count_ws			pic 9(07) comp-5 value zeroes.
01 Screen_count_ws		pic 9(09) comp-5 value zeroes.
01 Scr_err_count_ws		pic 9(07) comp-5 value zeroes.
01 Block_count_ws		pic 9(07) comp-5 value zeroes.
01 Flag_count_ws		pic 9(07) comp-5 value zeroes.
01 Case_count_ws		pic 9(07) comp-5 value zeroes.
01 Susp_count_ws		pic 9(07) comp-5 value zeroes.
01 Still_count_ws		pic 9(07) comp-5 value zeroes.
01 Skip_count_ws		pic 9(07) comp-5 value zeroes.
01 Hit_lost_ws			pic 9(07) comp-5 value zeroes.
01 Blk_lost_ws			pic 9(07) comp-5 value zeroes.
01 Case_seq_ws			pic 9(08) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY.
01 Adr_count_ws_d		pic 9(09) usage display.
01 Rep_count_ws_d		pic 9(07) usage display.
01 Screen_count_ws_d		pic 9(09) usage display.
01 Scr_err_count_ws_d		pic 9(07) usage display.
01 Block_count_ws_d		pic 9(07) usage display.
01 Flag_count_ws_d		pic 9(07) usage display.
01 Case_count_ws_d		pic 9(07) usage display.
01 Susp_count_ws_d		pic 9(07) usage display.
01 Still_count_ws_d		pic 9(07) usage display.
01 Skip_count_ws_d		pic 9(07) usage display.
01 Lost_count_ws_d		pic 9(07) usage display.
01 Bank_count_ws_d		pic 9(07) usage display.
01 Case_seq_d			pic 9(08) usage display.
01 Rel_id_d_ws			pic 9(10) usage display.

* The report lines, collected during both walks and printed by bank.
01 Hit_tbl_ws.
   02 Hit_entry_ws		occurs 5000 times.
      03 Hit_bank_ws			pic x(03).
      03 Hit_src_ws			pic x(03).
      03 Hit_where_ws			pic x(27).
      03 Hit_idtype_ws			pic x(01).
      03 Hit_id_ws			pic x(34).
      03 Hit_name_ws			pic x(19).
      03 Hit_outcome_ws			pic x(05).
      03 Hit_case_ws			pic x(21).
      03 Hit_action_ws			pic x(14).
01 Hit_hold_ws			pic x(127).
01 Hit_count_ws			pic 9(04) comp-5 value zeroes.
01 Hit_idx_ws			pic 9(04) comp-5 value zeroes.
01 Hit_sort_j_ws		pic 9(04) comp-5 value zeroes.
01 Bank_count_ws		pic 9(07) comp-5 value zeroes.
01 Last_bank_ws			pic x(03).

* The identifiers of every blocked REL address, and the case each was
* blocked under, for the repetitive walk.
01 Blk_tbl_ws.
   02 Blk_entry_ws		occurs 5000 times.
      03 Blk_bank_ws			pic x(03).
      03 Blk_id_ws			pic x(34).
      03 Blk_case_ws			pic x(21).
01 Blk_count_ws			pic 9(04) comp-5 value zeroes.
01 Blk_idx_ws			pic 9(04) comp-5 value zeroes.
01 Blk_found_ws			pic 9(04) comp-5 value zeroes.

* One address's identifiers: its BIC, its ABA, and its account
* sequence entries.
01 Adr_id_tbl_ws.
   02 Adr_id_entry_ws		occurs 20 times.
      03 Adr_idtype_ws			pic x(01).
      03 Adr_id_ws			pic x(34).
01 Adr_id_count_ws		pic 9(02) comp-5 value zeroes.
01 Adr_id_idx_ws		pic 9(02) comp-5 value zeroes.

* The party being screened, as the report and the tables carry it.
01 Chk_bank_ws			pic x(03).
01 Chk_idtype_ws		pic x(01).
01 Chk_id_ws			pic x(34).
01 Chk_name_ws			pic x(35).
01 Cur_src_ws			pic x(03).
01 Cur_where_ws			pic x(27).
01 Cur_outcome_ws		pic x(05).
01 Cur_case_ws			pic x(21).
01 Cur_action_ws		pic x(14).

* The repetitive being walked, and what suspends it.
01 Rep_key_ws			Pic X(40).
01 Susp_case_ws			pic x(21).
01 Susp_party_ws		pic x(34).

01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Wrs_rept_index:		que(	%`SBJ_DD_PATH:REPT_INDEX.DDF`);
Wrs_adr_set:		set(	%`SBJ_DD_PATH:REL_ADR_SET.DDF`);
Wrs_acc_seq:		seq(	%`SBJ_DD_PATH:REL_NAME_SEQ.DDF`);
Wrs_hit_log:		que(	%`SBJ_DD_PATH:WATCH_HIT_LOG.DDF`);
Wrs_rsus_que:		que(	%`SBJ_DD_PATH:REPET_SUSPEND.DDF`);
Wrs_case_que:		que(	%`SBJ_DD_PATH:INV_CASE_QUE.DDF`);
Wrs_case_log:		que(	%`SBJ_DD_PATH:INV_CASE_LOG.DDF`);
Change_log:		que(	%`SBJ_DD_PATH:OPR_ACTION_LOG.DDF`);
Select_function_wf:	oneof(	%`SBJ_DD_PATH:DAT_FUNCTION_ONEOF.DDF`);

%^ The DBT_SANCTIONS_SCREEN arguments, shaped as C460_SANCTIONS_SCREEN
%^ passes them from the debit party.
Wrs_idtype:		str(1);
Wrs_id:			vstr(64);
Wrs_bank:		str(3);
Wrs_name:		vstr(35);
Wrs_country:		str(2);
Wrs_ovr:		str(1);
Wrs_ret_stat:		boolean;

Wrs_compose:		Compose(^NOTRAILING_BLANKS);
Wrs_today_ws:		str(8);
Wrs_case_num_ws:	str(8);
Wrs_release_vs:		vstr(20);
Wrs_party_key_vs:	vstr(40);
Wrs_case_key_vs:	vstr(24);
Wrs_alert_vs:		vstr(80);
Wrs_rep_key_vs:		vstr(40);
Wrs_memo_vs:		vstr(80);
Wrs_lock_sts:		boolean;
Ws_rsts:		boolean;
Return_argument_ws:	vstr(20);
Return_status:		boolean;
compose:		compose;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.

	Open Output WRS_RPT_FILE.

	Move spaces to Report_line_ws.
	If Report_only
	    String "Watch-list re-screen against release "
		    Delimited by size,
		   Release_ws Delimited by space,
		   " - REPORT ONLY, no case opened, nothing suspended"
		    Delimited by size
		    into Report_line_ws
	Else
	    String "Watch-list re-screen against release "
		    Delimited by size,
		   Release_ws Delimited by space
		    into Report_line_ws
	End-if.
	Write WRS_RPT_REC from Report_line_ws.

	Perform B10_SCAN_REL thru B10_SCAN_REL_end.
	Perform B20_SCAN_REPETITIVES thru B20_SCAN_REPETITIVES_end.
	Perform B30_PRINT_HITS thru B30_PRINT_HITS_end.

A00_MAIN_TOTALS.

	Move Adr_count_ws to Adr_count_ws_d.
	Move Rep_count_ws to Rep_count_ws_d.
	Move Screen_count_ws to Screen_count_ws_d.
	Move spaces to Report_line_ws.
	Write WRS_RPT_REC from Report_line_ws.
	Move spaces to Report_line_ws.
	String Adr_count_ws_d Delimited by size,
	       " REL address(es) and " Delimited by size,
	       Rep_count_ws_d Delimited by size,
	       " repetitive(s) checked, " Delimited by size,
	       Screen_count_ws_d Delimited by size,
	       " party screening(s)" Delimited by size
		into Report_line_ws.
	Write WRS_RPT_REC from Report_line_ws.

	Move Block_count_ws to Block_count_ws_d.
	Move Flag_count_ws to Flag_count_ws_d.
	Move Case_count_ws to Case_count_ws_d.
	Move spaces to Report_line_ws.
	String Block_count_ws_d Delimited by size,
	       " blocked, " Delimited by size,
	       Flag_count_ws_d Delimited by size,
	       " flagged, " Delimited by size,
	       Case_count_ws_d Delimited by size,
	       " new case(s) opened" Delimited by size
		into Report_line_ws.
	Write WRS_RPT_REC from Report_line_ws.

	Move Susp_count_ws to Susp_count_ws_d.
	Move Still_count_ws to Still_count_ws_d.
	Move Skip_count_ws to Skip_count_ws_d.
	Move spaces to Report_line_ws.
	String Susp_count_ws_d Delimited by size,
	       " repetitive(s) suspended, " Delimited by size,
	       Still_count_ws_d Delimited by size,
	       " already suspended, " Delimited by size,
	       Skip_count_ws_d Delimited by size,
	       " skipped as locked" Delimited by size
		into Report_line_ws.
	Write WRS_RPT_REC from Report_line_ws.

	If Scr_err_count_ws > 0
	    Move Scr_err_count_ws to Scr_err_count_ws_d
	    Move spaces to Report_line_ws
	    String "*ERROR*  " Delimited by size,
		   Scr_err_count_ws_d Delimited by size,
		   " screening call(s) failed - re-run when the"
			Delimited by size,
		   " screening service is back" Delimited by size
		    into Report_line_ws
	    Write WRS_RPT_REC from Report_line_ws
	    Move 1 to abort_ls
	End-if.

	If Hit_lost_ws > 0
	    Move Hit_lost_ws to Lost_count_ws_d
	    Move spaces to Report_line_ws
	    String "*ERROR*  " Delimited by size,
		   Lost_count_ws_d Delimited by size,
		   " report line(s) not listed - more than 5000"
			Delimited by size
		    into Report_line_ws
	    Write WRS_RPT_REC from Report_line_ws
	    Move 1 to abort_ls
	End-if.

	If Blk_lost_ws > 0
	    Move Blk_lost_ws to Lost_count_ws_d
	    Move spaces to Report_line_ws
	    String "*ERROR*  " Delimited by size,
		   Lost_count_ws_d Delimited by size,
		   " blocked identifier(s) not kept - more than 5000;"
			Delimited by size,
		   " repetitives may be left unsuspended"
			Delimited by size
		    into Report_line_ws
	    Write WRS_RPT_REC from Report_line_ws
	    Move 1 to abort_ls
	End-if.

	%^*********************************************************************
	%^* WATCH_RESCREEN$_COUNTS  /I ${1} blocked, ${2} flagged, ${3} new
	%^*	case(s), ${4} repetitive(s) suspended.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"WATCH_RESCREEN$_COUNTS"
		  by value -1
		  %ace_msg_arg_list(Block_count_ws, Flag_count_ws,
				    Case_count_ws, Susp_count_ws);

A00_MAIN_CLOSE.

	Close WRS_RPT_FILE.

	%beg
	BREAK: Wrs_rept_index;
	BREAK: Wrs_hit_log;
	BREAK: Wrs_rsus_que;
	BREAK: Wrs_case_que;
	%end.

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

	%ace_conn_root_q Rel_index;.

	%beg
	Dat_root_set
		(.rept_index CONN: WRS_REPT_INDEX);
	%end.

	%ACE_CONN_Q "MTS"////"CHNG_AUT_LOG" to Change_log giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"WATCH_HIT_LOG" to Wrs_hit_log giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"REPET_SUSPEND" to Wrs_rsus_que giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"INV_CASE_QUE" to Wrs_case_que giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"INV_CASE_LOG" to Wrs_case_log giving Ws_rsts;

	Call "NEX_GET_YYYYMMDD" using
	    by reference Wrs_today_ws.

A10_SBJ_INIT_end.
	Exit.


A20_GET_QUALIFIERS.
%^ /RELEASE=<id> (default today's date) and /REPORT_ONLY.

	Move Wrs_today_ws to Release_ws.

	Call "ACE_ARG_FIND" using
	      by content "-release:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status and Return_argument_ws_length > 0
		Move spaces to Release_ws
		Move Return_argument_ws(1:Return_argument_ws_length)
			to Release_ws
	End-if.

	Call "ACE_ARG_FIND" using
	      by content "-report_o*nly:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move "Y" to Report_only_sw
	End-if.

	%beg
	Wrs_compose ^OUT(Wrs_release_vs) Release_ws, /;
	%end.

A20_GET_QUALIFIERS_end.
	Exit.


B10_SCAN_REL.
%^ Every REL address, so the blocked ones' identifiers are all known
%^ before the repetitives are walked.

	%beg
	FIRST: Rel_index;
	%end.

	Perform until Seq_end_is in Rel_index_cursor

	    If address_is in Rel_type of Rel_index
		Add 1 to Adr_count_ws
		Perform C10_ONE_ADDRESS thru C10_ONE_ADDRESS_end
	    End-if

	    %beg NEXT: Rel_index; %end

	End-perform.

B10_SCAN_REL_end.
	Exit.


B20_SCAN_REPETITIVES.
%^ Every stored repetitive: its parties screened, and suspended when
%^ one of them is blocked.

	%beg
	FIRST: Wrs_rept_index;
	%end.

	Perform until Seq_end_is in Wrs_rept_index_cursor

	    Add 1 to Rep_count_ws
	    Perform C20_ONE_REPETITIVE thru C20_ONE_REPETITIVE_end

	    %beg NEXT: Wrs_rept_index; %end

	End-perform.

B20_SCAN_REPETITIVES_end.
	Exit.


B30_PRINT_HITS.
%^ The collected lines, sorted on bank (an insertion sort, so each
%^ bank's lines keep the order they were found in), with a heading and
%^ a count per bank.

	Perform varying Hit_idx_ws from 2 by 1
		until Hit_idx_ws > Hit_count_ws

	    Move Hit_entry_ws(Hit_idx_ws) to Hit_hold_ws
	    Move Hit_idx_ws to Hit_sort_j_ws

	    Perform until Hit_sort_j_ws = 1
		    or Hit_bank_ws(Hit_sort_j_ws - 1)
			    not > Hit_hold_ws(1:3)
		Move Hit_entry_ws(Hit_sort_j_ws - 1)
			to Hit_entry_ws(Hit_sort_j_ws)
		Subtract 1 from Hit_sort_j_ws
	    End-perform

	    Move Hit_hold_ws to Hit_entry_ws(Hit_sort_j_ws)

	End-perform.

	Move high-values to Last_bank_ws.
	Move zero to Bank_count_ws.

	Perform varying Hit_idx_ws from 1 by 1
		until Hit_idx_ws > Hit_count_ws

	    If Hit_bank_ws(Hit_idx_ws) not = Last_bank_ws
		Perform X30_BANK_FOOT thru X30_BANK_FOOT_end
		Move Hit_bank_ws(Hit_idx_ws) to Last_bank_ws
		Move spaces to Report_line_ws
		Write WRS_RPT_REC from Report_line_ws
		Move spaces to Report_line_ws
		String "Bank " Delimited by size,
		       Last_bank_ws Delimited by size
			into Report_line_ws
		Write WRS_RPT_REC from Report_line_ws
		Move spaces to Report_line_ws
		String "Src Where                       T Party id"
			Delimited by size,
		       "                           Name                Hit"
			Delimited by size,
		       "   Case                  Action" Delimited by size
			into Report_line_ws
		Write WRS_RPT_REC from Report_line_ws
	    End-if

	    Add 1 to Bank_count_ws
	    Move spaces to Report_line_ws
	    String Hit_src_ws(Hit_idx_ws)	Delimited by size,
		   " "				Delimited by size,
		   Hit_where_ws(Hit_idx_ws)	Delimited by size,
		   " "				Delimited by size,
		   Hit_idtype_ws(Hit_idx_ws)	Delimited by size,
		   " "				Delimited by size,
		   Hit_id_ws(Hit_idx_ws)	Delimited by size,
		   " "				Delimited by size,
		   Hit_name_ws(Hit_idx_ws)	Delimited by size,
		   " "				Delimited by size,
		   Hit_outcome_ws(Hit_idx_ws)	Delimited by size,
		   " "				Delimited by size,
		   Hit_case_ws(Hit_idx_ws)	Delimited by size,
		   " "				Delimited by size,
		   Hit_action_ws(Hit_idx_ws)	Delimited by size
		    into Report_line_ws
	    Write WRS_RPT_REC from Report_line_ws

	End-perform.

	Perform X30_BANK_FOOT thru X30_BANK_FOOT_end.

	If Hit_count_ws = 0
	    Move spaces to Report_line_ws
	    Write WRS_RPT_REC from Report_line_ws
	    Move spaces to Report_line_ws
	    String "No party hit on this release" Delimited by size
		    into Report_line_ws
	    Write WRS_RPT_REC from Report_line_ws
	End-if.

B30_PRINT_HITS_end.
	Exit.


C10_ONE_ADDRESS.
%^ One REL address: its identifiers collected, the address screened
%^ on its first one (BIC, else ABA, else first account) and its name,
%^ and, when it is blocked, every identifier kept for the repetitives.

	Move zero to Adr_id_count_ws.

	%beg
	BREAK: Wrs_adr_set;
	Rel_index CONN: Wrs_adr_set(nomod);
	Wrs_name    = Wrs_adr_set.Adr_name1;
	Wrs_country = Wrs_adr_set.Country_code;
	%end.

	Move Bnk_id of Wrs_adr_set to Chk_bank_ws.
	Move Rel_id of Wrs_adr_set to Rel_id_d_ws.

	If Swift_id of Wrs_adr_set not = spaces
	    Add 1 to Adr_id_count_ws
	    Move "S" to Adr_idtype_ws(Adr_id_count_ws)
	    Move spaces to Adr_id_ws(Adr_id_count_ws)
	    Move Swift_id of Wrs_adr_set to Adr_id_ws(Adr_id_count_ws)
	End-if.

	If Aba_id of Wrs_adr_set not = spaces
	    Add 1 to Adr_id_count_ws
	    Move "A" to Adr_idtype_ws(Adr_id_count_ws)
	    Move spaces to Adr_id_ws(Adr_id_count_ws)
	    Move Aba_id of Wrs_adr_set to Adr_id_ws(Adr_id_count_ws)
	End-if.

	%beg
	BREAK: Wrs_acc_seq;
	Wrs_adr_set.account_seq CONN: Wrs_acc_seq(NOMOD);
	FIRST: Wrs_acc_seq;
	%end.

	Perform until Seq_end_is in Wrs_acc_seq_cursor
		or Adr_id_count_ws = 20

	    %beg
	    Wrs_idtype = Wrs_acc_seq.Rel_name_key.Idtype;
	    Wrs_id     = Wrs_acc_seq.Rel_name_key.Idkey.Idacc;
	    %end

	    If Wrs_id_length > 0
		Add 1 to Adr_id_count_ws
		Move Wrs_idtype to Adr_idtype_ws(Adr_id_count_ws)
		Move spaces to Adr_id_ws(Adr_id_count_ws)
		Move Wrs_id(1:Wrs_id_length) to Adr_id_ws(Adr_id_count_ws)
	    End-if

	    %beg NEXT: Wrs_acc_seq; %end

	End-perform.

	%beg
	BREAK: Wrs_acc_seq;
	BREAK: Wrs_adr_set;
	%end.

	Move spaces to Chk_idtype_ws, Chk_id_ws.
	If Adr_id_count_ws > 0
	    Move Adr_idtype_ws(1) to Chk_idtype_ws
	    Move Adr_id_ws(1) to Chk_id_ws
	End-if.

	Move "REL" to Cur_src_ws.
	Move spaces to Cur_where_ws.
	Move Rel_id_d_ws to Cur_where_ws.
	Perform D10_SCREEN_PARTY thru D10_SCREEN_PARTY_end.

	If not Party_blocked
	    Go to C10_ONE_ADDRESS_end
	End-if.

	Perform varying Adr_id_idx_ws from 1 by 1
		until Adr_id_idx_ws > Adr_id_count_ws
	    If Blk_count_ws < 5000
		Add 1 to Blk_count_ws
		Move Chk_bank_ws to Blk_bank_ws(Blk_count_ws)
		Move Adr_id_ws(Adr_id_idx_ws) to Blk_id_ws(Blk_count_ws)
		Move Cur_case_ws to Blk_case_ws(Blk_count_ws)
	    Else
		Add 1 to Blk_lost_ws
	    End-if
	End-perform.

C10_ONE_ADDRESS_end.
	Exit.


C20_ONE_REPETITIVE.
%^ One repetitive: its debit party and its SWIFT and ABA credit
%^ routing ids each screened; the first blocked one, or the first that
%^ is a blocked REL address's identifier, suspends it.

	%beg
	compose ^out(Wrs_rep_key_vs)
	    Wrs_rept_index.Rep_bank, ":",
	    Wrs_rept_index.Rep_id, ":",
	    Wrs_rept_index.Rep_line_num, /;
	%end.
	Move spaces to Rep_key_ws.
	Move Wrs_rep_key_vs(1:Wrs_rep_key_vs_length) to Rep_key_ws.

	Move "N" to Rep_blocked_sw.
	Move spaces to Susp_case_ws, Susp_party_ws.

	If Rep_dbt_id of Wrs_rept_index not = spaces
	    Move spaces to Chk_idtype_ws, Chk_id_ws
	    Move Rep_dbt_id of Wrs_rept_index to Chk_id_ws
	    Perform D15_REP_PARTY thru D15_REP_PARTY_end
	End-if.

	If Rep_swift_id of Wrs_rept_index not = spaces
	    Move "S" to Chk_idtype_ws
	    Move spaces to Chk_id_ws
	    Move Rep_swift_id of Wrs_rept_index to Chk_id_ws
	    Perform D15_REP_PARTY thru D15_REP_PARTY_end
	End-if.

	If Rep_aba_id of Wrs_rept_index not = spaces
	    Move "A" to Chk_idtype_ws
	    Move spaces to Chk_id_ws
	    Move Rep_aba_id of Wrs_rept_index to Chk_id_ws
	    Perform D15_REP_PARTY thru D15_REP_PARTY_end
	End-if.

	If Rep_blocked
	    Perform D30_SUSPEND_REPET thru D30_SUSPEND_REPET_end
	End-if.

C20_ONE_REPETITIVE_end.
	Exit.


D10_SCREEN_PARTY.
%^ Screen the party in Chk_bank_ws/Chk_idtype_ws/Chk_id_ws (name and
%^ country already in Wrs_name/Wrs_country) and, on a hit, open or
%^ keep its case.  Party_blocked comes back set for a block that
%^ stands.

	Move "N" to Party_blocked_sw.
	Move spaces to Cur_case_ws.
	Add 1 to Screen_count_ws.

	Move Chk_idtype_ws to Wrs_idtype.
	Move Chk_bank_ws to Wrs_bank.
	%beg
	Wrs_compose ^OUT(Wrs_id) Chk_id_ws, /;
	%end.

	Move spaces to Wrs_ovr.
	Call "DBT_SANCTIONS_SCREEN" using
	    by reference Wrs_idtype
	    by reference Wrs_id
	    by reference Wrs_bank
	    by reference Wrs_name
	    by reference Wrs_country
	    by reference Wrs_ovr
	  returning Wrs_ret_stat.

	If Failure_is in Wrs_ret_stat
	    Add 1 to Scr_err_count_ws
	    Move "ERROR" to Cur_outcome_ws
	    Move "NOT SCREENED" to Cur_action_ws
	    Perform X20_ADD_HIT thru X20_ADD_HIT_end
	    Go to D10_SCREEN_PARTY_end
	End-if.

	Evaluate Wrs_ovr
	    when "B"
		Add 1 to Block_count_ws
		Move "BLOCK" to Cur_outcome_ws
		Perform D20_PARTY_HIT thru D20_PARTY_HIT_end
	    when "F"
		Add 1 to Flag_count_ws
		Move "FLAG" to Cur_outcome_ws
		Perform D20_PARTY_HIT thru D20_PARTY_HIT_end
	    when other
		Continue
	End-evaluate.

D10_SCREEN_PARTY_end.
	Exit.


D15_REP_PARTY.
%^ One party of the repetitive (Chk_idtype_ws/Chk_id_ws): screened,
%^ and if it is not blocked in its own right, looked for among the
%^ blocked REL addresses' identifiers.

	Move Rep_bank of Wrs_rept_index to Chk_bank_ws.
	%beg
	Wrs_name = NULL;
	%end.
	Move spaces to Wrs_country.
	Move "RPT" to Cur_src_ws.
	Move Rep_key_ws to Cur_where_ws.
	Perform D10_SCREEN_PARTY thru D10_SCREEN_PARTY_end.

	If Rep_blocked
	    Go to D15_REP_PARTY_end
	End-if.

	If Party_blocked
	    Move "Y" to Rep_blocked_sw
	    Move Cur_case_ws to Susp_case_ws
	    Move Chk_id_ws to Susp_party_ws
	    Go to D15_REP_PARTY_end
	End-if.

	Perform X10_FIND_BLOCKED thru X10_FIND_BLOCKED_end.
	If Blk_found_ws > 0
	    Move "Y" to Rep_blocked_sw
	    Move Blk_case_ws(Blk_found_ws) to Susp_case_ws
	    Move Chk_id_ws to Susp_party_ws
	End-if.

D15_REP_PARTY_end.
	Exit.


D20_PARTY_HIT.
%^ A flagged or blocked party: keep the case its open WATCH_HIT_LOG
%^ entry has, leave it alone when compliance has cleared it for this
%^ release, else open a new case and record the hit.

	If Report_only
	    Move "REPORT ONLY" to Cur_action_ws
	    If Wrs_ovr = "B"
		Move "Y" to Party_blocked_sw
	    End-if
	    Go to D20_PARTY_HIT_LIST
	End-if.

	%beg
	Wrs_compose ^OUT(Wrs_party_key_vs) Chk_bank_ws, ":", Chk_id_ws, /;
	BREAK: Wrs_hit_log;
	SEARCH: Wrs_hit_log (notrap, forward, eql,
		Key = Wrs_party_key_vs);
	%end.

	If Success_is in Wrs_hit_log_status
	    If Status of Wrs_hit_log = "O"
		%beg Wrs_case_key_vs = Wrs_hit_log.Case_key; %end
		Move spaces to Cur_case_ws
		Move Wrs_case_key_vs(1:Wrs_case_key_vs_length)
			to Cur_case_ws
		If Wrs_ovr = "B" and Outcome of Wrs_hit_log not = "B"
		    %beg
		    Wrs_hit_log(notrap, nomod_wait, mod);
		    Wrs_lock_sts = Wrs_hit_log status;
		    %end
		    If Success_is in Wrs_lock_sts
			%beg
			Wrs_hit_log(.Outcome = "B", .Release = Release_ws);
			COMMIT: Tran;
			Wrs_hit_log(etrap, nomod);
			%end
		    End-if
		End-if
		Move "OPEN CASE" to Cur_action_ws
		Go to D20_PARTY_HIT_BLOCK
	    End-if
	    If Release of Wrs_hit_log = Release_ws
		%beg Wrs_case_key_vs = Wrs_hit_log.Case_key; %end
		Move spaces to Cur_case_ws
		Move Wrs_case_key_vs(1:Wrs_case_key_vs_length)
			to Cur_case_ws
		Move "CLEARED" to Cur_action_ws
		Go to D20_PARTY_HIT_LIST
	    End-if
	    %beg
	    Wrs_hit_log(notrap, nomod_wait, mod);
	    Wrs_lock_sts = Wrs_hit_log status;
	    %end
	    If Failure_is in Wrs_lock_sts
		Add 1 to Skip_count_ws
		Move "LOCKED" to Cur_action_ws
		Go to D20_PARTY_HIT_LIST
	    End-if
	    Perform D25_OPEN_CASE thru D25_OPEN_CASE_end
	    %beg
	    Wrs_hit_log(
		.Systime	 NOW,
		.Idtype		= Chk_idtype_ws,
		.Name		= Wrs_name,
		.Outcome	= Wrs_ovr,
		.Release	= Release_ws,
		.Case_key	= Wrs_case_key_vs,
		.Status		= "O",
		.Cleared_by	= NULL );
	    COMMIT: Tran;
	    Wrs_hit_log(etrap, nomod);
	    %end
	Else
	    Perform D25_OPEN_CASE thru D25_OPEN_CASE_end
	    %beg
	    Alloc_Elem: Wrs_hit_log(notrap,
		.Systime	 NOW,
		.Party_key	= Wrs_party_key_vs,
		.Bank		= Chk_bank_ws,
		.Idtype		= Chk_idtype_ws,
		.Party_id	= Wrs_id,
		.Name		= Wrs_name,
		.Outcome	= Wrs_ovr,
		.Release	= Release_ws,
		.Case_key	= Wrs_case_key_vs,
		.Status		= "O",
		.Cleared_by	= NULL );
	    COMMIT: Tran;
	    %end
	End-if.

	Move "NEW CASE" to Cur_action_ws.

D20_PARTY_HIT_BLOCK.

	If Wrs_ovr = "B"
	    Move "Y" to Party_blocked_sw
	End-if.

D20_PARTY_HIT_LIST.

	Perform X20_ADD_HIT thru X20_ADD_HIT_end.

D20_PARTY_HIT_end.
	Exit.


D25_OPEN_CASE.
%^ Open a WLRS case for the party on INV_CASE_QUE, keyed by today and
%^ the next hit number no case has yet, with its OPEN entry on the
%^ case log; the caller commits.

	Move "N" to Case_free_sw.

	Perform until Case_free
	    Add 1 to Case_seq_ws
	    Move Case_seq_ws to Case_seq_d
	    Move Case_seq_d to Wrs_case_num_ws
	    %beg
	    Wrs_compose ^OUT(Wrs_case_key_vs)
		"WLRS:", Wrs_today_ws, Wrs_case_num_ws, /;
	    BREAK: Wrs_case_que;
	    SEARCH: Wrs_case_que (notrap, forward, eql,
		    Key = Wrs_case_key_vs);
	    %end
	    If Failure_is in Wrs_case_que_status
		Move "Y" to Case_free_sw
	    End-if
	End-perform.

	%beg
	Wrs_compose ^OUT(Wrs_alert_vs)
	    "Watch-list ", Wrs_release_vs, " ", Cur_outcome_ws, " ",
	    Chk_idtype_ws, " ", Chk_id_ws, " ", Wrs_name, /;

	Alloc_Elem: Wrs_case_que(notrap,
	    .Systime	 NOW,
	    .Case_key	= Wrs_case_key_vs,
	    .Case_type	= "WLRS",
	    .Trn_date	= Wrs_today_ws,
	    .Trn_num	= Wrs_case_num_ws,
	    .Bank	= Chk_bank_ws,
	    .Alert_text	= Wrs_alert_vs,
	    .Case_status = "O",
	    .Owner	= NULL,
	    .Dispo	= NULL );

	Alloc_Elem: Wrs_case_log(notrap,
	    .Systime	 NOW,
	    .Case_key	= Wrs_case_key_vs,
	    .Person	= "WATCH_RESCREEN",
	    .Action	= "OPEN",
	    .Memo	= Wrs_alert_vs );
	%end.

	Add 1 to Case_count_ws.
	Move spaces to Cur_case_ws.
	Move Wrs_case_key_vs(1:Wrs_case_key_vs_length) to Cur_case_ws.

D25_OPEN_CASE_end.
	Exit.


D30_SUSPEND_REPET.
%^ Suspend the repetitive under the case in Susp_case_ws, unless it is
%^ already suspended; a suspension compliance lifted is put back on.
%^ Logged to the operator action log and committed.

	Move "RPT" to Cur_src_ws.
	Move Rep_key_ws to Cur_where_ws.
	Move Rep_bank of Wrs_rept_index to Chk_bank_ws.
	Move spaces to Chk_idtype_ws.
	Move Susp_party_ws to Chk_id_ws.
	Move "BLOCK" to Cur_outcome_ws.
	Move Susp_case_ws to Cur_case_ws.

	If Report_only
	    Move "WOULD SUSPEND" to Cur_action_ws
	    Go to D30_SUSPEND_REPET_LIST
	End-if.

	%beg
	BREAK: Wrs_rsus_que;
	SEARCH: Wrs_rsus_que (notrap, forward, eql,
		Key = Wrs_rep_key_vs);
	Wrs_compose ^OUT(Wrs_case_key_vs) Susp_case_ws, /;
	Wrs_compose ^OUT(Wrs_id) Susp_party_ws, /;
	%end.

	If Success_is in Wrs_rsus_que_status
	    If Status of Wrs_rsus_que = "S"
		Add 1 to Still_count_ws
		Move "STILL SUSP" to Cur_action_ws
		Go to D30_SUSPEND_REPET_LIST
	    End-if
	    %beg
	    Wrs_rsus_que(notrap, nomod_wait, mod);
	    Wrs_lock_sts = Wrs_rsus_que status;
	    %end
	    If Failure_is in Wrs_lock_sts
		Add 1 to Skip_count_ws
		Move "LOCKED" to Cur_action_ws
		Go to D30_SUSPEND_REPET_LIST
	    End-if
	    %beg
	    Wrs_rsus_que(
		.Systime	 NOW,
		.Case_key	= Wrs_case_key_vs,
		.Party_id	= Wrs_id,
		.Release	= Release_ws,
		.Status		= "S",
		.Lifted_by	= NULL );
	    %end
	Else
	    %beg
	    Alloc_Elem: Wrs_rsus_que(notrap,
		.Systime	 NOW,
		.Rep_key	= Wrs_rep_key_vs,
		.Bank		= Chk_bank_ws,
		.Case_key	= Wrs_case_key_vs,
		.Party_id	= Wrs_id,
		.Release	= Release_ws,
		.Status		= "S",
		.Lifted_by	= NULL );
	    %end
	End-if.

	set update_is in Select_function_wf to true.

	%beg
	Wrs_compose ^OUT(Wrs_memo_vs)
	    "Watch-list suspension - ", Wrs_id, " case ",
	    Wrs_case_key_vs, /;

	Alloc_Elem: Change_log(notrap,
	 .systime NOW,
	 .Person = "WATCH_RESCREEN",
	 .File_Type = "RPT",
	 .Dat_Func  = Select_function_wf,
	 .file_key = Wrs_rep_key_vs,
	 .Memo = Wrs_memo_vs );

	COMMIT: Tran;
	Wrs_rsus_que(etrap, nomod);
	%end.

	Add 1 to Susp_count_ws.
	Move "SUSPENDED" to Cur_action_ws.

D30_SUSPEND_REPET_LIST.

	%beg
	Wrs_name = NULL;
	%end.
	Perform X20_ADD_HIT thru X20_ADD_HIT_end.

D30_SUSPEND_REPET_end.
	Exit.


X10_FIND_BLOCKED.
%^ Return (in Blk_found_ws) the blocked REL identifier entry matching
%^ Chk_bank_ws/Chk_id_ws, zero when there is none.

	Move zero to Blk_found_ws.

	Perform varying Blk_idx_ws from 1 by 1
		until Blk_idx_ws > Blk_count_ws
		   or Blk_found_ws > 0
	    If Blk_bank_ws(Blk_idx_ws) = Chk_bank_ws
	      and Blk_id_ws(Blk_idx_ws) = Chk_id_ws
		Move Blk_idx_ws to Blk_found_ws
	    End-if
	End-perform.

X10_FIND_BLOCKED_end.
	Exit.


X20_ADD_HIT.
%^ One report line, from Chk_* and Cur_*, into the hit table.

	If Hit_count_ws = 5000
	    Add 1 to Hit_lost_ws
	    Go to X20_ADD_HIT_end
	End-if.

	Move spaces to Chk_name_ws.
	If Wrs_name_length > 0
	    Move Wrs_name(1:Wrs_name_length) to Chk_name_ws
	End-if.

	Add 1 to Hit_count_ws.
	Move Chk_bank_ws to Hit_bank_ws(Hit_count_ws).
	Move Cur_src_ws to Hit_src_ws(Hit_count_ws).
	Move Cur_where_ws to Hit_where_ws(Hit_count_ws).
	Move Chk_idtype_ws to Hit_idtype_ws(Hit_count_ws).
	Move Chk_id_ws to Hit_id_ws(Hit_count_ws).
	Move Chk_name_ws to Hit_name_ws(Hit_count_ws).
	Move Cur_outcome_ws to Hit_outcome_ws(Hit_count_ws).
	Move Cur_case_ws to Hit_case_ws(Hit_count_ws).
	Move Cur_action_ws to Hit_action_ws(Hit_count_ws).

X20_ADD_HIT_end.
	Exit.


X30_BANK_FOOT.
%^ The count line closing one bank's lines.

	If Bank_count_ws = 0
	    Go to X30_BANK_FOOT_end
	End-if.

	Move Bank_count_ws to Bank_count_ws_d.
	Move spaces to Report_line_ws.
	String "  " Delimited by size,
	       Bank_count_ws_d Delimited by size,
	       " line(s) for bank " Delimited by size,
	       Last_bank_ws Delimited by size
		into Report_line_ws.
	Write WRS_RPT_REC from Report_line_ws.
	Move zero to Bank_count_ws.

X30_BANK_FOOT_end.
	Exit.
