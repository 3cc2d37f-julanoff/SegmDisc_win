%Module RMA_AUTH_LOAD <main>;
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

* Delta load of the SWIFT RMA authorizations.
*
* SWIFT refuses a message to a correspondent we hold no RMA
* (Relationship Management Application) authorization with, and we
* only found out after delivery, with the wire past its cutoff.  This
* program keeps SWIFT_RMA_AUTH, one entry per bank and correspondent
* BIC, from the RMA authorization export, the way FED_DIR_LOAD keeps
* the Fedwire directory: the export (RMA_AUTH_INPUT, one line per
* correspondent in the layout below, sorted by bank and BIC) is
* merge-compared against the queue, every correspondent is classed as
* an add, a change or a drop, and each delta is applied through a
* second, writable connection and listed in the report.
*
*	bank 3, correspondent BIC8 8, status 1 (E enabled, R revoked),
*	message categories we may send 10 (e.g. "129", "*" for all),
*	valid from yyyymmdd 8, valid to yyyymmdd 8 (spaces = open),
*	correspondent name 35
*
* DEBITSIDE_LOOKUP's X991_CHECK_RMA checks each SWIFT-bound payment's
* receiver against this table before the wire is formatted for the
* network.
*
* The export is checked in full before anything is applied: a line
* out of bank/BIC sequence, with no BIC, or with a status other than
* E or R makes the whole run report-only and returns a bad exit
* status, since a merge against a damaged export would drop good
* authorizations.  Run with /REPORT_ONLY to produce the delta report
* without applying anything.

* REVISION HISTORY
* ----------------
*
* R. Iverson	14-Dec-2010	CR13249
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select RMA_IN_FILE	Assign to "RMA_AUTH_INPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select RMA_RPT_FILE	Assign to "RMA_AUTH_LOAD_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  RMA_IN_FILE record 132 characters.
01  RMA_IN_REC.
    05 Rma_in_key.
       10 Rma_in_bank		Pic X(03).
       10 Rma_in_bic		Pic X(08).
    05 Rma_in_status		Pic X(01).
    05 Rma_in_send_cats		Pic X(10).
    05 Rma_in_valid_from	Pic X(08).
    05 Rma_in_valid_to		Pic X(08).
    05 Rma_in_corr_name		Pic X(35).
    05 Filler			Pic X(59).

FD  RMA_RPT_FILE record 132 characters.
01  RMA_RPT_REC			Pic X(132).

Working-Storage Section.

01 In_eof_sw			Pic X value "N".
   88 In_eof			value "Y".
01 Rma_eof_sw			Pic X value "N".
   88 Rma_eof			value "Y".
01 Report_only_sw		Pic X value "N".
   88 Report_only		value "Y".
01 Input_bad_sw			Pic X value "N".
   88 Input_bad			value "Y".

01 In_key_ws			Pic X(11).
01 In_last_key_ws		Pic X(11).
01 In_bank_ws			Pic X(03).
01 In_bic_ws			Pic X(08).
01 In_status_ws			Pic X(01).
01 In_send_cats_ws		Pic X(10).
01 In_valid_from_ws		Pic X(08).
01 In_valid_to_ws		Pic X(08).
01 In_corr_name_ws		Pic X(35).
01 Rma_key_ws			Pic X(11).
01 Rma_status_ws		Pic X(01).
01 Rma_send_cats_ws		Pic X(10).
01 Rma_valid_from_ws		Pic X(08).
01 Rma_valid_to_ws		Pic X(08).
01 Rma_corr_name_ws		Pic X(35).
01 Apply_func_ws		Pic X(01).
01 Bad_reason_ws		Pic X(24).

01 In_count_ws			pic 9(07) comp-5 value zeroes.
01 Bad_count_ws			pic 9(07) comp-5 value zeroes.
01 Add_count_ws			pic 9(07) comp-5 value zeroes.
01 Chg_count_ws			pic 9(07) comp-5 value zeroes.
01 Del_count_ws			pic 9(07) comp-5 value zeroes.
01 Revoke_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-5 fields above for the STRINGs in A00_MAIN.
01 In_count_ws_d		pic 9(07) usage display.
01 Bad_count_ws_d		pic 9(07) usage display.
01 Add_count_ws_d		pic 9(07) usage display.
01 Chg_count_ws_d		pic 9(07) usage display.
01 Del_count_ws_d		pic 9(07) usage display.
01 Revoke_count_ws_d		pic 9(07) usage display.

01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Rma_auth_q:		que(	%`SBJ_DD_PATH:SWIFT_RMA_AUTH.DDF`);
Rma_upd_q:		que(	%`SBJ_DD_PATH:SWIFT_RMA_AUTH.DDF`);
Upd_key_ws:		str(11);
Upd_bank_ws:		str(3);
Upd_bic_ws:		str(8);
Upd_status_ws:		str(1);
Upd_send_cats_ws:	str(10);
Upd_valid_from_ws:	str(8);
Upd_valid_to_ws:	str(8);
Upd_corr_name_ws:	str(35);
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

	Open Output RMA_RPT_FILE.

	Move spaces to Report_line_ws.
	String "SWIFT RMA authorization delta load" Delimited by size
		into Report_line_ws.
	Write RMA_RPT_REC from Report_line_ws.

	Perform B05_CHECK_INPUT thru B05_CHECK_INPUT_end.

	If Input_bad
		Move "Y" to Report_only_sw
		Move 1 to abort_ls
		Move Bad_count_ws to Bad_count_ws_d
		Move spaces to Report_line_ws
		String Bad_count_ws_d Delimited by size,
		       " bad export line(s) - nothing applied"
			Delimited by size
			into Report_line_ws
		Write RMA_RPT_REC from Report_line_ws
	End-if.

	If Report_only
		Move spaces to Report_line_ws
		String "REPORT ONLY - no deltas applied" Delimited by size
			into Report_line_ws
		Write RMA_RPT_REC from Report_line_ws
	End-if.

	Open Input RMA_IN_FILE.
	Perform B10_MERGE_COMPARE thru B10_MERGE_COMPARE_end.
	Close RMA_IN_FILE.

	Move In_count_ws to In_count_ws_d.
	Move Add_count_ws to Add_count_ws_d.
	Move Chg_count_ws to Chg_count_ws_d.
	Move Del_count_ws to Del_count_ws_d.
	Move Revoke_count_ws to Revoke_count_ws_d.
	Move spaces to Report_line_ws.
	String In_count_ws_d Delimited by size,
	       " in export; " Delimited by size,
	       Add_count_ws_d Delimited by size,
	       " added, " Delimited by size,
	       Chg_count_ws_d Delimited by size,
	       " changed (" Delimited by size,
	       Revoke_count_ws_d Delimited by size,
	       " no longer enabled), " Delimited by size,
	       Del_count_ws_d Delimited by size,
	       " dropped" Delimited by size
		into Report_line_ws.
	Write RMA_RPT_REC from Report_line_ws.

	Close RMA_RPT_FILE.

	%beg
	BREAK: Rma_upd_q;
	%end.

	%^*********************************************************************
	%^* RMA_AUTH_LOAD$_COUNTS  /I ${1} added, ${2} changed, ${3} dropped;
	%^*	${4} no longer enabled.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RMA_AUTH_LOAD$_COUNTS"
		  by value -1
		  %ace_msg_arg_list(Add_count_ws, Chg_count_ws,
				    Del_count_ws, Revoke_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%beg
	Rma_auth_q	(Read_Only);
	%end.

	call "DAT_CONN_ROOT".

%^ Two connections to the table: Rma_auth_q is the read-only merge
%^ walk, Rma_upd_q is the writable connection the deltas are applied
%^ through, so an apply never disturbs the walk cursor.
	%ACE_CONN_Q "MTS"////"SWIFT_RMA_AUTH" to Rma_auth_q giving Ws_rsts;
	%ACE_CONN_Q "MTS"////"SWIFT_RMA_AUTH" to Rma_upd_q giving Ws_rsts;

A10_SBJ_INIT_end.
	Exit.


A20_GET_QUALIFIERS.
%^ Note whether /REPORT_ONLY was given.

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

A20_GET_QUALIFIERS_end.
	Exit.


B05_CHECK_INPUT.
%^ One pass over the export before anything is applied: every line
%^ must carry a BIC and an E or R status, in ascending bank/BIC order
%^ with no repeats.  Each bad line is listed.

	Move low-values to In_last_key_ws.
	Move "N" to In_eof_sw.

	Open Input RMA_IN_FILE.

	Perform until In_eof
	    Read RMA_IN_FILE
		At end Move "Y" to In_eof_sw
		Not at end
		    Add 1 to In_count_ws
		    Move spaces to Bad_reason_ws
		    Evaluate true
			when Rma_in_bic = spaces
			    Move "no correspondent BIC" to Bad_reason_ws
			when Rma_in_status not = "E" and not = "R"
			    Move "status not E or R" to Bad_reason_ws
			when Rma_in_key not > In_last_key_ws
			    Move "out of sequence" to Bad_reason_ws
			when other
			    Move Rma_in_key to In_last_key_ws
		    End-evaluate
		    If Bad_reason_ws not = spaces
			Add 1 to Bad_count_ws
			Move "Y" to Input_bad_sw
			Move spaces to Report_line_ws
			String "*BAD*    " Delimited by size,
			       Rma_in_bank Delimited by size,
			       " " Delimited by size,
			       Rma_in_bic Delimited by size,
			       "  " Delimited by size,
			       Bad_reason_ws Delimited by size
				into Report_line_ws
			Write RMA_RPT_REC from Report_line_ws
		    End-if
	    End-read
	End-perform.

	Close RMA_IN_FILE.
	Move "N" to In_eof_sw.

B05_CHECK_INPUT_end.
	Exit.


B10_MERGE_COMPARE.
%^ Merge-compare the sorted export against the table (which walks in
%^ bank/BIC order).  Export-only correspondents are adds, table-only
%^ ones have been dropped, both-sides ones with any attribute
%^ different are changes.

	%beg
	FIRST: Rma_auth_q;
	%end.

	Perform C10_READ_IN thru C10_READ_IN_end.
	Perform C20_READ_RMA thru C20_READ_RMA_end.

	Perform until In_eof and Rma_eof

	    Evaluate true
		when In_eof
		    Move "D" to Apply_func_ws
		    Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
		    Perform C20_READ_RMA thru C20_READ_RMA_end

		when Rma_eof
		    Move "A" to Apply_func_ws
		    Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
		    Perform C10_READ_IN thru C10_READ_IN_end

		when In_key_ws = Rma_key_ws
		    If In_status_ws not = Rma_status_ws
		      or In_send_cats_ws not = Rma_send_cats_ws
		      or In_valid_from_ws not = Rma_valid_from_ws
		      or In_valid_to_ws not = Rma_valid_to_ws
		      or In_corr_name_ws not = Rma_corr_name_ws
			Move "C" to Apply_func_ws
			Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
		    End-if
		    Perform C10_READ_IN thru C10_READ_IN_end
		    Perform C20_READ_RMA thru C20_READ_RMA_end

		when In_key_ws < Rma_key_ws
		    Move "A" to Apply_func_ws
		    Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
		    Perform C10_READ_IN thru C10_READ_IN_end

		when other
		    Move "D" to Apply_func_ws
		    Perform D10_APPLY_ONE thru D10_APPLY_ONE_end
		    Perform C20_READ_RMA thru C20_READ_RMA_end
	    End-evaluate

	End-perform.

	%beg BREAK: Rma_auth_q; %end.

B10_MERGE_COMPARE_end.
	Exit.


C10_READ_IN.

	Read RMA_IN_FILE
	    at end Move "Y" to In_eof_sw
		   Move high-values to In_key_ws
	    not at end
		   Move Rma_in_key to In_key_ws
		   Move Rma_in_bank to In_bank_ws
		   Move Rma_in_bic to In_bic_ws
		   Move Rma_in_status to In_status_ws
		   Move Rma_in_send_cats to In_send_cats_ws
		   Move Rma_in_valid_from to In_valid_from_ws
		   Move Rma_in_valid_to to In_valid_to_ws
		   Move Rma_in_corr_name to In_corr_name_ws
	End-read.

C10_READ_IN_end.
	Exit.


C20_READ_RMA.
%^ Step to the next table entry and pick up its attributes for the
%^ compare.  The first call finds the cursor already on FIRST.

	If Rma_eof
		go to C20_READ_RMA_end
	End-if.

	If Seq_end_is in Rma_auth_q_cursor
		Move "Y" to Rma_eof_sw
		Move high-values to Rma_key_ws
		go to C20_READ_RMA_end
	End-if.

	Move Rma_key of Rma_auth_q to Rma_key_ws.
	Move Rma_status of Rma_auth_q to Rma_status_ws.
	Move Send_cats of Rma_auth_q to Rma_send_cats_ws.
	Move Valid_from of Rma_auth_q to Rma_valid_from_ws.
	Move Valid_to of Rma_auth_q to Rma_valid_to_ws.
	Move Corr_name of Rma_auth_q to Rma_corr_name_ws.

	%beg NEXT: Rma_auth_q; %end.

C20_READ_RMA_end.
	Exit.


D10_APPLY_ONE.
%^ Write the delta line and, unless report-only, apply it directly
%^ against the table through the writable Rma_upd_q connection:
%^ "A" = add the correspondent, "C" = refresh its attributes in
%^ place, "D" = remove it.

	Evaluate Apply_func_ws
	    when "A"
		Add 1 to Add_count_ws
		Move spaces to Report_line_ws
		String "ADD      " Delimited by size,
		       In_bank_ws Delimited by size,
		       " " Delimited by size,
		       In_bic_ws Delimited by size,
		       "  " Delimited by size,
		       In_status_ws Delimited by size,
		       " " Delimited by size,
		       In_send_cats_ws Delimited by size,
		       "  " Delimited by size,
		       In_corr_name_ws Delimited by size
			into Report_line_ws
	    when "C"
		Add 1 to Chg_count_ws
%^ An authorization that was enabled and no longer is stops the wires
%^ to that correspondent as surely as a drop does.
		If In_status_ws not = "E"
		  and Rma_status_ws = "E"
		    Add 1 to Revoke_count_ws
		End-if
		Move spaces to Report_line_ws
		String "CHANGE   " Delimited by size,
		       In_bank_ws Delimited by size,
		       " " Delimited by size,
		       In_bic_ws Delimited by size,
		       "  " Delimited by size,
		       Rma_status_ws Delimited by size,
		       " " Delimited by size,
		       Rma_send_cats_ws Delimited by size,
		       " " Delimited by size,
		       Rma_valid_from_ws Delimited by size,
		       "-" Delimited by size,
		       Rma_valid_to_ws Delimited by size,
		       " -> " Delimited by size,
		       In_status_ws Delimited by size,
		       " " Delimited by size,
		       In_send_cats_ws Delimited by size,
		       " " Delimited by size,
		       In_valid_from_ws Delimited by size,
		       "-" Delimited by size,
		       In_valid_to_ws Delimited by size
			into Report_line_ws
	    when other
		Add 1 to Del_count_ws
		Move spaces to Report_line_ws
		String "DROPPED  " Delimited by size,
		       Rma_key_ws(1:3) Delimited by size,
		       " " Delimited by size,
		       Rma_key_ws(4:8) Delimited by size,
		       "  " Delimited by size,
		       Rma_corr_name_ws Delimited by size
			into Report_line_ws
	End-evaluate.
	Write RMA_RPT_REC from Report_line_ws.

	If Report_only
		go to D10_APPLY_ONE_end
	End-if.

	Move In_key_ws to Upd_key_ws.
	Move In_bank_ws to Upd_bank_ws.
	Move In_bic_ws to Upd_bic_ws.
	Move In_status_ws to Upd_status_ws.
	Move In_send_cats_ws to Upd_send_cats_ws.
	Move In_valid_from_ws to Upd_valid_from_ws.
	Move In_valid_to_ws to Upd_valid_to_ws.
	Move In_corr_name_ws to Upd_corr_name_ws.

	Evaluate Apply_func_ws

	    when "C"
		%beg
		BREAK: Rma_upd_q;
		SEARCH: Rma_upd_q (notrap, forward, eql, Key = Upd_key_ws);
		%end
		If Failure_is in Rma_upd_q_status
			Perform D15_APPLY_ERROR thru D15_APPLY_ERROR_end
			go to D10_APPLY_ONE_end
		End-if
		%beg
		Rma_upd_q(notrap,
		    .Systime	   NOW,
		    .Rma_status	   = Upd_status_ws,
		    .Send_cats	   = Upd_send_cats_ws,
		    .Valid_from	   = Upd_valid_from_ws,
		    .Valid_to	   = Upd_valid_to_ws,
		    .Corr_name	   = Upd_corr_name_ws );
		COMMIT: Tran;
		%end

	    when "D"
		Move Rma_key_ws to Upd_key_ws
		%beg
		BREAK: Rma_upd_q;
		SEARCH: Rma_upd_q (notrap, forward, eql, Key = Upd_key_ws);
		%end
		If Success_is in Rma_upd_q_status
			%beg
			DELETE: Rma_upd_q (notrap, insert_lock,
				nomod_wait);
			%end
		End-if
		If Failure_is in Rma_upd_q_status
			Perform D15_APPLY_ERROR thru D15_APPLY_ERROR_end
			go to D10_APPLY_ONE_end
		End-if
		%beg COMMIT: Tran; %end

	    when other
		%beg
		Alloc_Elem: Rma_upd_q(notrap,
		    .Systime	   NOW,
		    .Rma_key	   = Upd_key_ws,
		    .Bank	   = Upd_bank_ws,
		    .Bic	   = Upd_bic_ws,
		    .Rma_status	   = Upd_status_ws,
		    .Send_cats	   = Upd_send_cats_ws,
		    .Valid_from	   = Upd_valid_from_ws,
		    .Valid_to	   = Upd_valid_to_ws,
		    .Corr_name	   = Upd_corr_name_ws );
		COMMIT: Tran;
		%end
	End-evaluate.

D10_APPLY_ONE_end.
	Exit.


D15_APPLY_ERROR.

	Move spaces to Report_line_ws.
	String "*ERROR*  delta could not be applied - see above"
		Delimited by size
		into Report_line_ws.
	Write RMA_RPT_REC from Report_line_ws.
	Move 1 to abort_ls.

D15_APPLY_ERROR_end.
	Exit.
